                                       ACCESS SEQUENTIAL
                                       RECORD KEY K-CUSTOMER-ID.

      **** CTLFILE is 'Data\FAKERGEN Control.txt', except under
      **** PARM='SUBSCR' - a standing subscription's run, whose
      **** control record FAKERSUB builds in a file of its own and
      **** whose job ID comes from the subscription run card (COPY
      **** FAKERSRN) - see SUB-1040-CHECK-SUBSCR-PARM.

           SELECT CTLFILE        ASSIGN DYNAMIC W-CTLFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CTLFILE-STATUS.

           SELECT SRNFILE                 ASSIGN 'Data\FAKERSUB Run.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-SRNFILE-STATUS.

           SELECT CKPTFILE       ASSIGN DYNAMIC W-CKPTFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CKPTFILE-STATUS.
           SELECT SCNFILE             ASSIGN 'Data\FAKERGEN Scenkey.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

      **** Persona library - the specific customers testers need in
      **** every run, one block of keyword lines per persona - and
      **** the persona index naming the customer ID each persona was
      **** generated under (the same ID every run, whatever the
      **** seed) - see SUB-1400-LOAD-PERSONAS and
      **** SUB-3950-WRITE-PERSONA-INDEX.

           SELECT PSNFILE            ASSIGN 'Data\FAKERGEN Personas.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-PSNFILE-STATUS.

           SELECT PIXFILE        ASSIGN DYNAMIC W-PIXFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL.

      **** Employer cross-reference - one record per customer naming
      **** the pooled employer assigned to them - see
      **** SUB-1700-BUILD-EMPLOYER-POOL.
      **** the enterprise autobalancing system ingests: customer
      **** counts by record type, the sum of transaction amounts,
      **** the hash total of bank account numbers, the sum of
      **** closing balances, the loan count, principal and balance
      **** outstanding at the run date - computed as the records
      **** are written, emitted in the standard control-total layout
      **** at shut-down (see SUB-3900-WRITE-BALANCE-FILE), so a
      **** generated extract flows through the same balancing gates
      **** a production file does.

           SELECT BALFILE             ASSIGN 'Data\FAKERGEN Balance.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CMDFILE-STATUS.

      **** Deposit and loan product catalog - one record per
      **** product, maintained through FAKERMNT option 5.  Every
      **** 'D' and 'L' record is assigned a weighted product off it
      **** and follows that product's rules - see
      **** SUB-1900-LOAD-PRODUCTS.  No catalog, the built-in default
      **** products apply.

           SELECT PRDFILE           ASSIGN 'Data\FAKERGEN Products.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-PRDFILE-STATUS.
      /
       DATA DIVISION.
      *==============

           05  H-SIGNATURE         PIC 9(09).

      **** Layout version of every record that follows (see
      **** FAKERLYV) - each reader refuses an extract newer than the
      **** layout it was compiled with, and the signature covers it.

           05  FILLER              PIC X(01).
           05  H-LAYOUT-VERSION    PIC X(02).

       01  GNRTFILE-TRL-REC.
           05  T-RECORD-TYPE       PIC X(01)       VALUE 'T'.
           05  FILLER              PIC X(01).
           05  FILLER              PIC X(01).
           05  PD-BRANCH-NO        PIC X(04).

      **** Date of death - spaces for the living.  Set only at the
      **** DECEASED= rate; it falls after the date of birth, and
      **** none of the customer's 'X' activity is dated after it.

           05  FILLER              PIC X(01).
           05  PD-DATE-OF-DEATH    PIC X(10).

      **** Party type - spaces for a person, 'B' for a business
      **** (COMMERCIAL= keyword), whose tax ID is its EIN, whose
      **** whole legal name sits in the last-name columns and which
      **** has no date of birth.

           05  FILLER              PIC X(01).
           05  PD-PARTY-TYPE       PIC X(01).
               88  PD-PARTY-BUSINESS               VALUE 'B'.

       01  GNRTFILE-A-REC.
           05  AD-RECORD-TYPE      PIC X(01)       VALUE 'A'.
           05  FILLER              PIC X(01).

      **** IBAN, appended for customers whose country banks that way
      **** (a country-mix UK customer carries the IBAN and no ABA
      **** routing; US and CA customers leave it spaces, except a
      **** US customer banking abroad under the ABROAD= keyword,
      **** who carries both) - the same append-only discipline the
      **** other record types follow.

           05  FILLER              PIC X(01).
           05  BD-IBAN             PIC X(34).
           05  FILLER              PIC X(01).
           05  DD-CLOSE-DATE       PIC X(10).

      **** Product code off the product catalog - see PRDFILE.

           05  FILLER              PIC X(01).
           05  DD-PRODUCT-CODE     PIC X(04).

       01  GNRTFILE-X-REC.
           05  XD-RECORD-TYPE      PIC X(01)       VALUE 'X'.
           05  FILLER              PIC X(01).
           05  FILLER              PIC X(01).
           05  XD-DR-CR            PIC X(01).

      **** Ownership record - one per additional party on an
      **** account (OWNRATE= keyword): the account key (whose
      **** leading 14 characters are the primary owner's customer
      **** ID, as on the loan records), the role the party holds
      **** and the party's own customer ID, with the date the role
      **** took effect.  Parties come from the owner's household
      **** where there is one.  A custodial account belongs to a
      **** minor household member (MINORS= keyword) and names an
      **** adult custodian - nobody whose date of birth makes them
      **** a minor is ever a joint owner, a signer or a custodian.
      **** The records follow their account's 'X' records, so they
      **** travel in the owner's unit - see
      **** SUB-2330-WRITE-OWNERSHIP.

       01  GNRTFILE-O-REC.
           05  OD-RECORD-TYPE      PIC X(01)       VALUE 'O'.
           05  FILLER              PIC X(01).
           05  OD-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  OD-ROLE-CODE        PIC X(04).
               88  OD-ROLE-JOINT                   VALUE 'JOIN'.
               88  OD-ROLE-POD                     VALUE 'POD '.
               88  OD-ROLE-SIGNER                  VALUE 'AUTH'.
               88  OD-ROLE-CUSTODIAN               VALUE 'CUST'.
           05  FILLER              PIC X(01).
           05  OD-PARTY-ID         PIC X(14).
           05  FILLER              PIC X(01).
           05  OD-EFFECTIVE-DATE   PIC X(10).

      **** Scoring record - one per profile customer when the
      **** SCORES= control is on: a realistically shaped credit
      **** score (left-tailed, massed toward the top of the 300-850
           05  FILLER              PIC X(01).
           05  LD-ORIG-DATE        PIC X(10).

      **** Product code off the product catalog - see PRDFILE.

           05  FILLER              PIC X(01).
           05  LD-PRODUCT-CODE     PIC X(04).

      **** Discount points paid at origination - a dwelling-secured
      **** (type MTG) loan whose rate was bought down toward the
      **** product's floor.  Zeros otherwise.

           05  FILLER              PIC X(01).
           05  LD-POINTS-CENTS     PIC 9(09).

       01  GNRTFILE-S-REC.
           05  SD-RECORD-TYPE      PIC X(01)       VALUE 'S'.
           05  FILLER              PIC X(01).
           05  FILLER              PIC X(01).
           05  SD-BALANCE-CENTS    PIC 9(10).

      **** Revolving card account and its monthly statements (the
      **** CARDRATE= keyword) - the card side's counterpart to the
      **** loan family.  The limit and APR follow the customer's
      **** 'R' credit score; each 'M' statement rolls the previous
      **** balance forward through the cycle's payments, interest
      **** and purchases to the new balance, and carries the
      **** minimum payment due and its due date.  The 'K' record's
      **** balance is the last statement's new balance.  See
      **** SUB-2990-WRITE-CARD.

       01  GNRTFILE-K-REC.
           05  KD-RECORD-TYPE      PIC X(01)       VALUE 'K'.
           05  FILLER              PIC X(01).
           05  KD-CARD-ID          PIC X(19).
           05  FILLER              PIC X(01).
           05  KD-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  KD-CARD-PAN         PIC X(19).
           05  FILLER              PIC X(01).
           05  KD-CREDIT-LIMIT-CENTS
                                   PIC 9(09).
           05  FILLER              PIC X(01).
           05  KD-APR-BP           PIC 9(04).
           05  FILLER              PIC X(01).
           05  KD-CYCLE-DAY        PIC 9(02).
           05  FILLER              PIC X(01).
           05  KD-OPEN-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  KD-BALANCE-CENTS    PIC 9(09).

       01  GNRTFILE-M-REC.
           05  MD-RECORD-TYPE      PIC X(01)       VALUE 'M'.
           05  FILLER              PIC X(01).
           05  MD-CARD-ID          PIC X(19).
           05  FILLER              PIC X(01).
           05  MD-STATEMENT-DATE   PIC X(10).
           05  FILLER              PIC X(01).
           05  MD-PREV-BAL-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  MD-PURCHASES-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  MD-PAYMENTS-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  MD-INTEREST-CENTS   PIC 9(07).
           05  FILLER              PIC X(01).
           05  MD-NEW-BAL-CENTS    PIC 9(09).
           05  FILLER              PIC X(01).
           05  MD-MIN-DUE-CENTS    PIC 9(07).
           05  FILLER              PIC X(01).
           05  MD-DUE-DATE         PIC X(10).

      **** Brokerage account and its positions (the BROKRATE=
      **** keyword).  Each 'Q' position names its instrument by
      **** CUSIP through the SECURITIES provider, with the issuer
      **** and asset class that came with it; quantity is shares,
      **** or bonds of $1,000 face for a debt class, and price is
      **** per share or per bond.  Market value is quantity times
      **** price, cost basis quantity times what was paid.  These
      **** are the start-of-day positions FAKERTRD trades against.
      **** The 'V' record carries the position count and the
      **** account's cost and market totals.  See
      **** SUB-2995-WRITE-BROKERAGE.

       01  GNRTFILE-V-REC.
           05  VD-RECORD-TYPE      PIC X(01)       VALUE 'V'.
           05  FILLER              PIC X(01).
           05  VD-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  VD-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  VD-OPEN-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  VD-POSITION-CNT     PIC 9(02).
           05  FILLER              PIC X(01).
           05  VD-COST-BASIS-CENTS PIC 9(11).
           05  FILLER              PIC X(01).
           05  VD-MARKET-VALUE-CENTS
                                   PIC 9(11).

       01  GNRTFILE-Q-REC.
           05  QD-RECORD-TYPE      PIC X(01)       VALUE 'Q'.
           05  FILLER              PIC X(01).
           05  QD-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  QD-POSITION-SEQ     PIC 9(02).
           05  FILLER              PIC X(01).
           05  QD-SECURITY-ID      PIC X(12).
           05  FILLER              PIC X(01).
           05  QD-SECURITY-ID-TYPE PIC X(06).
           05  FILLER              PIC X(01).
           05  QD-ASSET-CLASS      PIC X(15).
           05  FILLER              PIC X(01).
           05  QD-QUANTITY         PIC 9(09).
           05  FILLER              PIC X(01).
           05  QD-PRICE-CENTS      PIC 9(09).
           05  FILLER              PIC X(01).
           05  QD-COST-BASIS-CENTS PIC 9(11).
           05  FILLER              PIC X(01).
           05  QD-MARKET-VALUE-CENTS
                                   PIC 9(11).
           05  FILLER              PIC X(01).
           05  QD-ISSUER-NAME      PIC X(35).

      **** Contact-history record - prior phone and email spells
      **** with effective-dated, non-overlapping periods behind the
      **** customer's current contact details (which the P record
           05  FILLER              PIC X(01).
           05  ED-EMAIL            PIC X(40).

      **** Alias record - one per other name the customer is known
      **** by (ALIAS= keyword), for the alias tables customer
      **** matching and sanctions screening search: a prior surname
      **** (MAID, the birth surname given up for the household's
      **** shared one; PREV, any other surname since replaced, as
      **** FAKERDLT's surname changes also leave behind), a common
      **** nickname for the first name (NICK), a variant spelling of
      **** a French or Spanish name (TRAN), or a trade name a
      **** commercial party does business as (DBA, the name in the
      **** whole name area).  The first and last names sit in
      **** the 'P' record's own columns.  A prior surname's period
      **** ends the day the current name took over; a nickname or
      **** spelling stays in use (end date spaces) - see
      **** SUB-2965-WRITE-ALIASES.

       01  GNRTFILE-N-REC.
           05  ND-RECORD-TYPE      PIC X(01)       VALUE 'N'.
           05  FILLER              PIC X(01).
           05  ND-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  ND-ALIAS-SEQ        PIC 9(01).
           05  FILLER              PIC X(01).
           05  ND-ALIAS-TYPE       PIC X(04).
               88  ND-ALIAS-MAIDEN                 VALUE 'MAID'.
               88  ND-ALIAS-PRIOR                  VALUE 'PREV'.
               88  ND-ALIAS-NICKNAME               VALUE 'NICK'.
               88  ND-ALIAS-SPELLING               VALUE 'TRAN'.
               88  ND-ALIAS-DBA                    VALUE 'DBA '.
           05  FILLER              PIC X(01).
           05  ND-ALIAS-NAME.
               10  ND-FIRST-NAME   PIC X(25).
               10  ND-LAST-NAME    PIC X(35).
           05  ND-DBA-NAME         REDEFINES ND-ALIAS-NAME
                                   PIC X(60).
           05  FILLER              PIC X(01).
           05  ND-EFFECTIVE-DATE   PIC X(10).
           05  FILLER              PIC X(01).
           05  ND-END-DATE         PIC X(10).

      **** Identity document record (IDDOCS=Y) - the document the
      **** customer was identified by at onboarding, one per profile
      **** customer: a driver's license (DL) or state ID (SID) in the
      **** number format of the state on the customer's 'A' record,
      **** issuer that state's abbreviation, or a passport (PASS),
      **** issuer the ICAO country code.  A license is issued no
      **** earlier than the sixteenth birthday, anything else no
      **** earlier than birth, and nothing after the date of death;
      **** a license or ID runs eight years, a passport ten (five
      **** when issued under sixteen) - see
      **** SUB-2961-WRITE-ID-DOCUMENT.

       01  GNRTFILE-I-REC.
           05  ID-RECORD-TYPE      PIC X(01)       VALUE 'I'.
           05  FILLER              PIC X(01).
           05  ID-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  ID-DOC-TYPE         PIC X(04).
               88  ID-DOC-LICENSE                  VALUE 'DL  '.
               88  ID-DOC-STATE-ID                 VALUE 'SID '.
               88  ID-DOC-PASSPORT                 VALUE 'PASS'.
           05  FILLER              PIC X(01).
           05  ID-DOC-NUMBER       PIC X(20).
           05  FILLER              PIC X(01).
           05  ID-ISSUER           PIC X(10).
           05  FILLER              PIC X(01).
           05  ID-ISSUE-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  ID-EXPIRY-DATE      PIC X(10).

      **** Business record (COMMERCIAL= keyword) - one per business
      **** customer, after its 'C' record: the EIN, the legal name,
      **** the entity type (CORP, LLC or PART, read off the name's
      **** suffix), the SIC code and its short description, and the
      **** date and state of formation.  The state of formation is
      **** the state of the business address on its 'A' record.

       01  GNRTFILE-F-REC.
           05  FD-RECORD-TYPE      PIC X(01)       VALUE 'F'.
           05  FILLER              PIC X(01).
           05  FD-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  FD-EIN              PIC X(10).
           05  FILLER              PIC X(01).
           05  FD-LEGAL-NAME       PIC X(50).
           05  FILLER              PIC X(01).
           05  FD-ENTITY-TYPE      PIC X(04).
               88  FD-ENTITY-CORP                  VALUE 'CORP'.
               88  FD-ENTITY-LLC                   VALUE 'LLC '.
               88  FD-ENTITY-PARTNERSHIP           VALUE 'PART'.
           05  FILLER              PIC X(01).
           05  FD-SIC-CODE         PIC X(04).
           05  FILLER              PIC X(01).
           05  FD-INDUSTRY         PIC X(10).
           05  FILLER              PIC X(01).
           05  FD-FORMATION-DATE   PIC X(10).
           05  FILLER              PIC X(01).
           05  FD-FORMATION-STATE  PIC X(02).

      **** Ownership link record - one per control person or owner
      **** of a business, after its 'F' record: the owner's own
      **** customer ID (an ordinary 'P' customer, written after the
      **** business's accounts), the role - CTRL (substantial
      **** control, no stake), OWNR (a stake, no control) or BOTH -
      **** the title, the percentage held and the date the role
      **** began.  The stakes of a business's owners add up to one
      **** hundred and every owner holds twenty-five or more, except
      **** at the BOIERR= rate, where a business is given one of the
      **** defects a beneficial-ownership filing has to catch - see
      **** SUB-2520-PLAN-OWNERS.

       01  GNRTFILE-U-REC.
           05  UD-RECORD-TYPE      PIC X(01)       VALUE 'U'.
           05  FILLER              PIC X(01).
           05  UD-BUSINESS-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  UD-LINK-SEQ         PIC 9(01).
           05  FILLER              PIC X(01).
           05  UD-OWNER-ID         PIC X(14).
           05  FILLER              PIC X(01).
           05  UD-ROLE             PIC X(04).
               88  UD-ROLE-CONTROL                 VALUE 'CTRL'.
               88  UD-ROLE-OWNER                   VALUE 'OWNR'.
               88  UD-ROLE-BOTH                    VALUE 'BOTH'.
           05  FILLER              PIC X(01).
           05  UD-TITLE            PIC X(20).
           05  FILLER              PIC X(01).
           05  UD-OWNERSHIP-PCT    PIC 9(03).
           05  FILLER              PIC X(01).
           05  UD-EFFECTIVE-DATE   PIC X(10).

       01  GNRTFILE-CSV-REC        PIC X(320).

      **** JSON output writes through its own, wider buffer - one

       01  CRCFILE-REC             PIC X(600).

       FD  SRNFILE.

       COPY FAKERSRN.

       FD  TPLFILE.

       01  TPLFILE-REC.
           05  FILLER              PIC X(01).
           05  TPL-LINE            PIC X(71).

       FD  PRDFILE.

       01  PRDFILE-REC             PIC X(80).

       FD  CMDFILE.

       01  CMDFILE-REC             PIC X(20).
           05  FILLER              PIC X(01).
           05  SCN-SCENARIO-CODE   PIC X(08).

       FD  PSNFILE.

       01  PSNFILE-LINE            PIC X(80).

       FD  PIXFILE.

       01  PIXFILE-REC.
           05  PIX-PERSONA-NO      PIC 9(04).
           05  FILLER              PIC X(01).
           05  PIX-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  PIX-STATUS          PIC X(11).
           05  FILLER              PIC X(01).
           05  PIX-MEMBERS.
               10  PIX-MEMBER                      OCCURS 3.
                   15  PIX-MEMBER-ID
                                   PIC X(14).
                   15  FILLER      PIC X(01).
           05  PIX-CASE            PIC X(60).

       FD  EMPFILE.

       01  EMPFILE-REC.
           05  FILLER              PIC X(01).
           05  REG-RESTART-SW      PIC X(01).

      **** The run template the run generated under (spaces when it
      **** named none) - what the FAKERCBK chargeback bills the
      **** run's records to.

           05  FILLER              PIC X(01).
           05  REG-TEMPLATE        PIC X(08).

       FD  REJFILE.

      **** One record per failed FAKER call - see SUB-2100-CALL-FAKER.
       01  W-RECORD-COUNT          PIC 9(09)  COMP VALUE 1000.
       01  W-REMAINING-RECS        PIC 9(09)  COMP VALUE 0.
       01  W-CTLFILE-STATUS        PIC X(02).
       01  W-SRNFILE-STATUS        PIC X(02).
       01  W-TEST-CNT              PIC 9(09)  COMP.
       01  W-DISP-NUM              PIC ZZ,ZZ9.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-BAL-TRAN-SUM          PIC 9(18)  COMP VALUE 0.
       01  W-BAL-CLOSE-SUM         PIC S9(18) COMP VALUE 0.
       01  W-BAL-WORK-NUM          PIC 9(12)  COMP.
       01  W-BAL-L-CNT             PIC 9(09)  COMP VALUE 0.
       01  W-BAL-PRINCIPAL-SUM     PIC 9(18)  COMP VALUE 0.
       01  W-BAL-OUTSTANDING-SUM   PIC 9(18)  COMP VALUE 0.

      **** A loan's outstanding balance is its schedule's balance
      **** after the last payment due on or before the run date -
      **** the header's date.

       01  W-BAL-AS-OF-DATE        PIC X(10)       VALUE SPACES.
       01  W-LN-OUTSTANDING        PIC S9(11) COMP.

      **** Loan controls (LOANRATE= whole percent of customers
      **** carrying one loan) and the amortization work fields.
       01  W-LN-INTEREST           PIC S9(11) COMP.
       01  W-LN-PRIN-PART          PIC S9(11) COMP.
       01  W-LN-PAY-NO             PIC 9(03)  COMP.
       01  W-LN-LOAN-ID.
           05  W-LN-ID-CUST        PIC X(14).
           05  FILLER              PIC X(05)       VALUE '-LN01'.
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-LN-DUE-MM         PIC 9(02).
           05  FILLER              PIC X(04)       VALUE '-01 '.
       01  W-LN-RANGE              PIC S9(4)  COMP.
       01  W-LN-RATE-OFFSET        PIC S9(4)  COMP.
       01  W-LN-POINTS             PIC S9(4)  COMP.
       01  W-LN-POINTS-CENTS       PIC S9(11) COMP.

      **** A point buys the rate down W-LN-POINT-BUYDOWN basis
      **** points; a mortgage rate within W-LN-POINTS-WINDOW of the
      **** product's floor paid a point for each buydown step
      **** between it and the window's top.

       01  W-LN-POINT-BUYDOWN      PIC S9(4)  COMP VALUE 25.
       01  W-LN-POINTS-WINDOW      PIC S9(4)  COMP VALUE 75.

      **** Card controls (CARDRATE= whole percent of customers
      **** carrying one revolving card) and the billing-cycle work
      **** fields - up to a year of statements, built into the table
      **** before the 'K' record goes out so it can carry the
      **** balance they roll forward to.

       01  W-CARD-RATE-PCT         PIC 9(03)  COMP VALUE 0.
       01  W-CC-DRAW               PIC 9(03)  COMP.
       01  W-CC-SCORE              PIC 9(03)  COMP.
       01  W-CC-PAYER-PCT          PIC 9(03)  COMP.
       01  W-CC-TRANSACTOR-SW      PIC X(01).
           88  W-CC-TRANSACTOR                     VALUE 'Y'.
       01  W-CC-LIMIT-CENTS        PIC S9(11) COMP.
       01  W-CC-LIMIT-BASE         PIC S9(11) COMP.
       01  W-CC-LIMIT-SPREAD       PIC S9(11) COMP.
       01  W-CC-APR-BP             PIC 9(04)  COMP.
       01  W-CC-CYCLE-DAY          PIC 9(02)  COMP.
       01  W-CC-PREV-BAL           PIC S9(11) COMP.
       01  W-CC-PURCHASES          PIC S9(11) COMP.
       01  W-CC-PAYMENTS           PIC S9(11) COMP.
       01  W-CC-INTEREST           PIC S9(11) COMP.
       01  W-CC-NEW-BAL            PIC S9(11) COMP.
       01  W-CC-MIN-DUE            PIC S9(11) COMP.
       01  W-CC-ROOM               PIC S9(11) COMP.
       01  W-CC-MONTHS             PIC S9(9)  COMP.
       01  W-CC-STMT-CNT           PIC S9(4)  COMP.
       01  W-CC-STMT-MAX           PIC S9(4)  COMP VALUE 12.
       01  W-CC-DX                 PIC S9(4)  COMP.
       01  W-CC-DAY-INT            PIC S9(9)  COMP.
       01  W-CC-CARDS-WRITTEN      PIC 9(09)  COMP VALUE 0.
       01  W-CC-STMTS-WRITTEN      PIC 9(09)  COMP VALUE 0.
       01  W-CC-CARD-ID.
           05  W-CC-ID-CUST        PIC X(14).
           05  FILLER              PIC X(05)       VALUE '-CC01'.
       01  W-CC-PAN                PIC X(19).
       01  W-CC-OPEN-DATE          PIC X(10).
       01  FILLER REDEFINES W-CC-OPEN-DATE.
           05  W-CC-OPEN-YYYY      PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-CC-OPEN-MM        PIC 9(02).
           05  FILLER              PIC X(01).
           05  W-CC-OPEN-DD        PIC 9(02).
       01  W-CC-STMT-DATE.
           05  W-CC-STMT-YYYY      PIC 9(04).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-CC-STMT-MM        PIC 9(02).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-CC-STMT-DD        PIC 9(02).
       01  W-CC-YYYYMMDD           PIC 9(08).
       01  FILLER REDEFINES W-CC-YYYYMMDD.
           05  W-CC-YMD-YYYY       PIC 9(04).
           05  W-CC-YMD-MM         PIC 9(02).
           05  W-CC-YMD-DD         PIC 9(02).
       01  W-CC-STMT-TABLE.
           05  W-CS-OCCS           OCCURS 12.
               10  W-CS-DATE       PIC X(10).
               10  W-CS-PREV-BAL   PIC S9(11) COMP.
               10  W-CS-PURCHASES  PIC S9(11) COMP.
               10  W-CS-PAYMENTS   PIC S9(11) COMP.
               10  W-CS-INTEREST   PIC S9(11) COMP.
               10  W-CS-NEW-BAL    PIC S9(11) COMP.
               10  W-CS-MIN-DUE    PIC S9(11) COMP.
               10  W-CS-DUE-DATE   PIC X(10).

      **** Brokerage controls (BROKRATE= whole percent of customers
      **** holding a brokerage account) and the position work
      **** fields - one to W-BK-POS-MAX holdings, built into the
      **** table before the 'V' record goes out so it can carry
      **** their totals.

       01  W-BROK-RATE-PCT         PIC 9(03)  COMP VALUE 0.
       01  W-BK-DRAW               PIC 9(03)  COMP.
       01  W-BK-POS-MAX            PIC S9(4)  COMP VALUE 8.
       01  W-BK-POS-CNT            PIC S9(4)  COMP.
       01  W-BK-DX                 PIC S9(4)  COMP.
       01  W-BK-PRICE-BASE         PIC S9(9)  COMP.
       01  W-BK-PRICE-SPREAD       PIC S9(9)  COMP.
       01  W-BK-QTY-BASE           PIC S9(9)  COMP.
       01  W-BK-QTY-SPREAD         PIC S9(9)  COMP.
       01  W-BK-COST-PRICE         PIC S9(9)  COMP.
       01  W-BK-COST-SUM           PIC S9(13) COMP.
       01  W-BK-MARKET-SUM         PIC S9(13) COMP.
       01  W-BK-ACCOUNTS-WRITTEN   PIC 9(09)  COMP VALUE 0.
       01  W-BK-POSITIONS-WRITTEN  PIC 9(09)  COMP VALUE 0.
       01  W-BK-ACCOUNT-ID.
           05  W-BK-ID-CUST        PIC X(14).
           05  FILLER              PIC X(05)       VALUE '-BK01'.
       01  W-BK-OPEN-DATE          PIC X(10).
       01  W-BK-POS-TABLE.
           05  W-BP-OCCS           OCCURS 8.
               10  W-BP-SECURITY-ID
                                   PIC X(12).
               10  W-BP-ID-TYPE    PIC X(06).
               10  W-BP-ASSET-CLASS
                                   PIC X(15).
               10  W-BP-ISSUER     PIC X(35).
               10  W-BP-QUANTITY   PIC S9(9)  COMP.
               10  W-BP-PRICE      PIC S9(9)  COMP.
               10  W-BP-COST-BASIS PIC S9(13) COMP.
               10  W-BP-MARKET-VALUE
                                   PIC S9(13) COMP.

      **** Product catalog, loaded by SUB-1900-LOAD-PRODUCTS off
      **** PRDFILE.  Class 'D' products are picked for accounts and
      **** class 'L' for loans, each by weight within its class.  A
      **** deposit product's minimum balance and monthly fee drive
      **** the fee transaction an account under its minimum is
      **** charged; a 'CD  ' type takes no debits at all.  A loan
      **** product's rate tier is the floor of the loan's rate (the
      **** draw adds up to W-PRD-RATE-SPREAD basis points above it)
      **** and its term range bounds the term drawn.  A class with
      **** nothing usable on the catalog falls back to the built-in
      **** defaults below, so a run never goes without products.

       01  W-PRDFILE-STATUS        PIC X(02).
       01  W-PRD-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-PRD-EOF                           VALUE 'Y'.
       01  W-PRD-MAX               PIC S9(4)  COMP VALUE 50.
       01  W-PRD-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-PRD-DX                PIC S9(4)  COMP.
       01  W-PRD-D-WEIGHT          PIC S9(9)  COMP VALUE 0.
       01  W-PRD-L-WEIGHT          PIC S9(9)  COMP VALUE 0.
       01  W-PRD-CLASS-WANTED      PIC X(01).
       01  W-PRD-TARGET            PIC S9(9)  COMP.
       01  W-PRD-RUNNING           PIC S9(9)  COMP.
       01  W-PRD-PICKED            PIC S9(4)  COMP.
       01  W-PRD-RATE-SPREAD       PIC S9(4)  COMP VALUE 300.
       01  W-PRD-FEE-CNT           PIC 9(09)  COMP VALUE 0.
       01  W-PRD-TABLE.
           05  W-PRD-OCCS          OCCURS 50.
               10  W-PRD-CODE      PIC X(04).
               10  W-PRD-CLASS     PIC X(01).
               10  W-PRD-TYPE      PIC X(04).
                   88  W-PRD-TYPE-CD               VALUE 'CD  '.
               10  W-PRD-RATE-BP   PIC 9(04)  COMP.
               10  W-PRD-FEE-CENTS PIC 9(05)  COMP.
               10  W-PRD-MIN-BAL-CENTS
                                   PIC 9(09)  COMP.
               10  W-PRD-TERM-MIN  PIC 9(03)  COMP.
               10  W-PRD-TERM-MAX  PIC 9(03)  COMP.
               10  W-PRD-WEIGHT    PIC 9(03)  COMP.

      **** Built-in default catalog - the same record layout PRDFILE
      **** carries, so the defaults load through the same edit.

       01  W-PRD-DEFAULTS.
           05  FILLER              PIC X(44)       VALUE
               'CHK1 D DDA  0005 01200 000150000 000 000 040'.
           05  FILLER              PIC X(44)       VALUE
               'CHK2 D DDA  0025 02500 001000000 000 000 015'.
           05  FILLER              PIC X(44)       VALUE
               'SAV1 D SAV  0050 00500 000030000 000 000 030'.
           05  FILLER              PIC X(44)       VALUE
               'CD12 D CD   0400 00000 000100000 012 012 010'.
           05  FILLER              PIC X(44)       VALUE
               'CD60 D CD   0450 00000 000100000 060 060 005'.
           05  FILLER              PIC X(44)       VALUE
               'AUT1 L AUTO 0550 00000 000000000 036 072 040'.
           05  FILLER              PIC X(44)       VALUE
               'MTG1 L MTG  0650 00000 000000000 180 360 020'.
           05  FILLER              PIC X(44)       VALUE
               'PRS1 L PERS 0900 00000 000000000 012 060 040'.
       01  FILLER REDEFINES W-PRD-DEFAULTS.
           05  W-PRD-DEFAULT       PIC X(44)       OCCURS 8.
       01  W-PRD-DEFAULT-DX        PIC S9(4)  COMP.

      **** One catalog record, read INTO here (and the built-in
      **** defaults moved here) for the edit.

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

      **** Contact-history controls (HISTORY= whole percent of
      **** customers carrying history, HISTDEPTH= 1-5 prior spells).

       01  W-HH-RATE-PCT           PIC 9(03)  COMP VALUE 0.
       01  W-HH-DRAW               PIC 9(03)  COMP.
       01  W-HH-MEMBER-CNT         PIC 9(01)  COMP VALUE 0.
       01  W-HH-MEMBER-NO          PIC 9(01)  COMP.

      **** The household is planned before the head's accounts are
      **** built - member IDs and dates of birth drawn up front - so
      **** the head's ownership records can name the members; the
      **** member records themselves still follow the head's
      **** accounts.  MINORS= (whole percent) makes that share of
      **** the children-generation members minors, aged 0-17.

       01  W-HH-MINOR-PCT          PIC 9(03)  COMP VALUE 0.
       01  W-HH-HEAD-ID            PIC X(14).
       01  W-HH-HEAD-DOB           PIC X(10).
       01  W-HH-PLAN.
           05  W-HH-PLAN-OCCS      OCCURS 3.
               10  W-HH-PLAN-ID    PIC X(14).
               10  W-HH-PLAN-DOB   PIC X(10).

      **** Account ownership roles (OWNRATE= keyword, whole
      **** percent): at the configured rate an account gains one or
      **** two further parties - joint owner, payable-on-death
      **** beneficiary or authorized signer - drawn from the owner's
      **** household, else the previous customer; at the same rate
      **** a minor member gets a custodial account.  See
      **** SUB-2330-WRITE-OWNERSHIP.

       01  W-OWN-RATE-PCT          PIC 9(03)  COMP VALUE 0.
       01  W-OWN-DRAW              PIC 9(03)  COMP.
       01  W-OWN-PARTY-CNT         PIC 9(01)  COMP.
       01  W-OWN-PLAN-DX           PIC 9(01)  COMP.
       01  W-OWN-ROLE              PIC X(04).
       01  W-OWN-TODAY             PIC X(10).
       01  W-OWN-PARTY-ID          PIC X(14).
       01  W-OWN-PARTY-DOB         PIC X(10).
       01  W-OWN-FIRST-PARTY       PIC X(14).
       01  W-OWN-EFF-DATE          PIC X(10).
       01  W-OWN-PREV-ID           PIC X(14)       VALUE SPACES.
       01  W-OWN-PREV-DOB          PIC X(10)       VALUE SPACES.
       01  W-OWN-CUSTODIAN-ID      PIC X(14).
       01  W-OWN-CUSTODIAN-DOB     PIC X(10).
       01  W-OWN-ADULT-SW          PIC X(01).
           88  W-OWN-ADULT                         VALUE 'Y'.
       01  W-OWN-CUSTODIAL-SW      PIC X(01)       VALUE 'N'.
           88  W-OWN-CUSTODIAL                     VALUE 'Y'.
       01  W-OWN-JOINT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-OWN-POD-CNT           PIC 9(09)  COMP VALUE 0.
       01  W-OWN-SIGNER-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-OWN-CUSTODIAN-CNT     PIC 9(09)  COMP VALUE 0.

      **** Chronology anchors for the customer being generated -
      **** see the chronology note on PD-DATE-OF-BIRTH.  The
      **** account-open window opens at age 18; each transaction's
       01  W-WMK-QUOT              PIC S9(9)  COMP.
       01  W-WMK-DX                PIC S9(4)  COMP.
       01  W-WMK-DATE              PIC X(10).
       01  W-WMK-LAYOUT-VERSION    PIC X(02).
       01  W-WMK-SIG-BUF           PIC X(29).
       01  W-WMK-SIG               PIC 9(09).

      **** The layout version the H record is stamped with.

       COPY FAKERLYV.

       01  W-ERR-RATE-PCT          PIC 9(03)  COMP VALUE 0.
       01  W-ERR-DRAW              PIC 9(03)  COMP.
       01  W-ERR-KIND              PIC 9(01)  COMP.
           05  G-IBAN              PIC X(34).
           05  FILLER              PIC X(01).
           05  G-BRANCH-NO         PIC X(04).
           05  FILLER              PIC X(01).
           05  G-DATE-OF-DEATH     PIC X(10).

       01  W-CSV-LINE               PIC X(320).

       01  W-TRAN-SKEW-SW           PIC X(01)       VALUE 'N'.
           88  TRAN-SKEW-ON                         VALUE 'Y'.

      **** Calibrated distributions (STATEWT=, AGEWT=, ACCTWT=,
      **** TRANWT= and BALDECILE= keywords, one bucket per line - the
      **** bundle FAKERCLB writes into a run template from a
      **** production profile).  Each replaces one uniform draw with
      **** a weighted one, and only when its keyword is given, so a
      **** run without them draws exactly as before:
      ****     STATEWT=st,w       a US customer's state, steered
      ****                        through the same FAKER-SESSION-ID
      ****                        ordinal STATEQUOTA= uses (a quota,
      ****                        when also given, wins);
      ****     AGEWT=age,w        the customer's age band, named by
      ****                        its lowest age - 18, 25, 35, 45, 55,
      ****                        65 or 75 (75 and over runs to 95);
      ****     ACCTWT=lo,hi,w     accounts per customer, drawn evenly
      ****                        within the bucket picked;
      ****     TRANWT=lo,hi,w     transactions per account, likewise;
      ****     BALDECILE=d,cents  the opening-balance decile bounds,
      ****                        d 0 to 10 (cents may be negative) -
      ****                        all eleven are needed; a decile is
      ****                        picked evenly and the balance drawn
      ****                        evenly between its bounds.
      **** Weights are relative: a bucket is picked in proportion to
      **** its share of its own table's total weight.

       01  W-CAL-PARTS.
           05  W-CAL-PART           PIC X(20)       OCCURS 3.
       01  W-CAL-VALUES.
           05  W-CAL-NUM            PIC 9(09)  COMP OCCURS 3.
       01  W-CAL-PART-CNT           PIC S9(4)  COMP.
       01  W-CAL-PARTS-WANTED       PIC S9(4)  COMP.
       01  W-CAL-FIRST-NUM          PIC S9(4)  COMP.
       01  W-CAL-KW-SAVE            PIC X(60).
       01  W-CAL-OK-SW              PIC X(01).
           88  W-CAL-OK                             VALUE 'Y'.
       01  W-CAL-NEGATIVE-SW        PIC X(01).
           88  W-CAL-NEGATIVE                       VALUE 'Y'.
       01  W-CAL-DX                 PIC S9(4)  COMP.
       01  W-CAL-PICKED             PIC S9(4)  COMP.
       01  W-CAL-DRAW               PIC 9(09)  COMP.
       01  W-CAL-RUNNING            PIC 9(09)  COMP.
       01  W-CAL-RANGE              PIC 9(09)  COMP.

      **** The 51 ordinals of FAKADDR's STATES table, by postal code.

       01  W-CAL-STATE-CODES.
           05  FILLER               PIC X(34)       VALUE
               'ALAKAZARCACOCTDEDCFLGAHIIDILINIAKS'.
           05  FILLER               PIC X(34)       VALUE
               'KYLAMEMDMAMIMNMSMOMTNENVNHNJNMNYNC'.
           05  FILLER               PIC X(34)       VALUE
               'NDOHOKORPARISCSDTNTXUTVTVAWAWVWIWY'.
       01  FILLER REDEFINES W-CAL-STATE-CODES.
           05  W-CAL-STATE-CODE     PIC X(02)       OCCURS 51.
       01  W-CAL-STATE-LINES        PIC 9(04)  COMP VALUE 0.
       01  W-CAL-STATE-TOTAL        PIC 9(09)  COMP VALUE 0.
       01  W-CAL-STATE-WEIGHTS.
           05  W-CAL-STATE-WT       PIC 9(09)  COMP VALUE 0
                                                    OCCURS 51.

       01  W-CAL-AGE-BANDS.
           05  FILLER               PIC X(28)       VALUE
               '1824253435444554556465747595'.
       01  FILLER REDEFINES W-CAL-AGE-BANDS.
           05  W-CAL-AGE-BAND                       OCCURS 7.
               10  W-CAL-AGE-LOW    PIC 9(02).
               10  W-CAL-AGE-HIGH   PIC 9(02).
       01  W-CAL-AGE-LINES          PIC 9(04)  COMP VALUE 0.
       01  W-CAL-AGE-TOTAL          PIC 9(09)  COMP VALUE 0.
       01  W-CAL-AGE-WEIGHTS.
           05  W-CAL-AGE-WT         PIC 9(09)  COMP VALUE 0
                                                    OCCURS 7.
       01  W-CAL-AGE                PIC 9(03)  COMP.
       01  W-CAL-DOB.
           05  W-CAL-DOB-YYYY       PIC 9(04).
           05  FILLER               PIC X(01).
           05  W-CAL-DOB-MM         PIC X(02).
           05  FILLER               PIC X(01).
           05  W-CAL-DOB-DD         PIC X(02).
       01  W-CAL-BIRTHDAY           PIC X(04).
       01  W-CAL-TODAY.
           05  W-CAL-TODAY-YYYY     PIC 9(04).
           05  W-CAL-TODAY-MMDD     PIC X(04).
       01  W-CAL-LEAP-QUOTIENT      PIC 9(04)  COMP.
       01  W-CAL-LEAP-REMAINDER     PIC 9(04)  COMP.

      **** Range buckets: table 1 accounts per customer (ACCTWT=),
      **** table 2 transactions per account (TRANWT=).

       01  W-CAL-RT                 PIC S9(4)  COMP.
       01  W-CAL-RT-MAX             PIC S9(4)  COMP VALUE 20.
       01  W-CAL-RT-PICK            PIC 9(04)  COMP.
       01  W-CAL-RANGE-TABLES.
           05  W-CAL-RT-OCCS                        OCCURS 2.
               10  W-CAL-RT-CNT     PIC S9(4)  COMP VALUE 0.
               10  W-CAL-RT-TOTAL   PIC 9(09)  COMP VALUE 0.
               10  W-CAL-RT-BUCKET                  OCCURS 20.
                   15  W-CAL-RT-LOW PIC 9(03)  COMP.
                   15  W-CAL-RT-HIGH
                                    PIC 9(03)  COMP.
                   15  W-CAL-RT-WT  PIC 9(09)  COMP.

       01  W-CAL-BAL-CNT            PIC S9(4)  COMP VALUE 0.
       01  W-CAL-BAL-RANGE          PIC S9(11) COMP.
       01  W-CAL-BAL-BOUNDS.
           05  W-CAL-BAL-OCCS                       OCCURS 11.
               10  W-CAL-BAL-GIVEN-SW
                                    PIC X(01)       VALUE 'N'.
                   88  W-CAL-BAL-GIVEN              VALUE 'Y'.
               10  W-CAL-BAL-BOUND  PIC S9(11) COMP VALUE 0.
       01  W-CAL-ECHO-NUM           PIC ZZZ9.

      **** Retention stamping (RETAIN= keyword, YYYY-MM-DD): the
      **** run manifest opens with a '*RETENTION*' record carrying
      **** the date after which the FAKERSWP sweeper may dispose of

       01  W-RETAIN-DATE            PIC X(10)       VALUE SPACES.

      **** Subscription stamping (SUBSCRIPTION=id,team keyword, set
      **** by the FAKERSUB driver when it builds a standing
      **** subscription's run): the manifest carries a
      **** '*SUBSCRIBED*' record naming the subscription and the
      **** team it serves, so a delivered set says whose it is.

       01  W-SUBSCR-ID              PIC X(08)       VALUE SPACES.
       01  W-SUBSCR-TEAM            PIC X(08)       VALUE SPACES.

      **** PARM='SUBSCR': the run FAKERSUB built - its own control
      **** file, and the job ID off the subscription run card.

       01  W-SUBSCR-PARM-SW         PIC X(01)       VALUE 'N'.
           88  W-SUBSCR-PARM                        VALUE 'Y'.
       01  W-SUBSCR-BAD-SW          PIC X(01)       VALUE 'N'.
           88  W-SUBSCR-BAD                         VALUE 'Y'.
       01  W-CTLFILE-PATH           PIC X(40)       VALUE
           'Data\FAKERGEN Control.txt'.

      **** Country mix (COUNTRY-CA=/COUNTRY-UK= keywords, whole
      **** percent each; the remainder stays US).  Each profile
      **** customer is coherently ONE country: FAKER-COUNTRY steers
       01  W-CTRY-DRAW              PIC 9(03)  COMP.
       01  W-CUST-COUNTRY           PIC X(02)       VALUE 'US'.

      **** US customers banking abroad (ABROAD= keyword, whole
      **** percent of US customers): at that rate a US customer's
      **** 'B' record also carries a GB IBAN - an account held
      **** outside the US, alongside the domestic ABA relationship -
      **** the other half of the population foreign-account
      **** (FATCA/CRS) reporting has to find.

       01  W-ABROAD-PCT             PIC 9(03)  COMP VALUE 0.
       01  W-ABROAD-DRAW            PIC 9(03)  COMP.

      **** Deceased customers (DECEASED= keyword, whole percent of
      **** profile customers): at that rate a customer is drawn a
      **** date of death inside the last three years and no earlier
      **** than the eighteenth birthday.  Every account, loan and
      **** card the customer holds opens on or before it, and no
      **** 'X' activity is dated after it - the books look the way
      **** they would the day death processing picks the estate up.

       01  W-DEATH-PCT              PIC 9(03)  COMP VALUE 0.
       01  W-DEATH-DRAW             PIC 9(03)  COMP.
       01  W-DEATH-FLOOR            PIC X(10).
       01  FILLER REDEFINES W-DEATH-FLOOR.
           05  W-DEATH-FLOOR-YYYY   PIC 9(04).
           05  FILLER               PIC X(06).

      **** Alias records (ALIAS= keyword, whole percent of profile
      **** customers): at that rate a customer, head or household
      **** member, gets 'N' records for the other names it is known
      **** by - a maiden surname for the member who married into the
      **** household's surname (and now and then a former surname for
      **** any adult), the familiar form of a first name that has
      **** one, and the variant spelling of a French or Spanish name
      **** that has one.  The first alias written is held so a DUPRATE=
      **** duplicate of the same customer can be given it - the 'AKA '
      **** duplicate, whose name agrees with the original only through
      **** the alias.

       01  W-ALIAS-PCT              PIC 9(03)  COMP VALUE 0.
       01  W-ALIAS-DRAW             PIC 9(03)  COMP.
       01  W-ALIAS-SEQ              PIC 9(01)  COMP.
       01  W-ALIAS-TRIES            PIC 9(02)  COMP.
       01  W-ALIAS-SPOUSE-SW        PIC X(01).
           88  W-ALIAS-SPOUSE                       VALUE 'Y'.
       01  W-ALIAS-MAIDEN-SW        PIC X(01).
           88  W-ALIAS-MAIDEN-DUE                   VALUE 'Y'.
       01  W-ALIAS-HOLD-SW          PIC X(01)       VALUE 'N'.
           88  W-ALIAS-HELD                         VALUE 'Y'.
       01  W-ALIAS-HOLD-FIRST       PIC X(25).
       01  W-ALIAS-HOLD-LAST        PIC X(35).
       01  W-ALIAS-NICK             PIC X(25).
       01  W-ALIAS-TRAN-FIRST       PIC X(25).
       01  W-ALIAS-TRAN-LAST        PIC X(35).
       01  W-ALIAS-FORMER-LAST      PIC X(35).
       01  W-ALIAS-CHANGE-DATE      PIC X(10).

      **** Familiar forms of first names, and the variant spellings
      **** French and Spanish names are commonly found under on older
      **** documents, both in name order for SEARCH.

       01  W-NICKNAME-VALUES.
           05  W-NICKNAME-TAB.
               10  FILLER  PIC X(22) VALUE 'Abigail     Abby      '.
               10  FILLER  PIC X(22) VALUE 'Alexander   Alex      '.
               10  FILLER  PIC X(22) VALUE 'Alexandra   Alex      '.
               10  FILLER  PIC X(22) VALUE 'Amanda      Mandy     '.
               10  FILLER  PIC X(22) VALUE 'Andrew      Andy      '.
               10  FILLER  PIC X(22) VALUE 'Anthony     Tony      '.
               10  FILLER  PIC X(22) VALUE 'Barbara     Barb      '.
               10  FILLER  PIC X(22) VALUE 'Benjamin    Ben       '.
               10  FILLER  PIC X(22) VALUE 'Catherine   Cathy     '.
               10  FILLER  PIC X(22) VALUE 'Charles     Chuck     '.
               10  FILLER  PIC X(22) VALUE 'Christina   Tina      '.
               10  FILLER  PIC X(22) VALUE 'Christine   Chris     '.
               10  FILLER  PIC X(22) VALUE 'Christopher Chris     '.
               10  FILLER  PIC X(22) VALUE 'Cynthia     Cindy     '.
               10  FILLER  PIC X(22) VALUE 'Daniel      Dan       '.
               10  FILLER  PIC X(22) VALUE 'David       Dave      '.
               10  FILLER  PIC X(22) VALUE 'Deborah     Debbie    '.
               10  FILLER  PIC X(22) VALUE 'Donald      Don       '.
               10  FILLER  PIC X(22) VALUE 'Dorothy     Dot       '.
               10  FILLER  PIC X(22) VALUE 'Douglas     Doug      '.
               10  FILLER  PIC X(22) VALUE 'Edward      Ed        '.
               10  FILLER  PIC X(22) VALUE 'Elizabeth   Liz       '.
               10  FILLER  PIC X(22) VALUE 'Francisco   Paco      '.
               10  FILLER  PIC X(22) VALUE 'Frederick   Fred      '.
               10  FILLER  PIC X(22) VALUE 'Gerald      Jerry     '.
               10  FILLER  PIC X(22) VALUE 'Gregory     Greg      '.
               10  FILLER  PIC X(22) VALUE 'Jacob       Jake      '.
               10  FILLER  PIC X(22) VALUE 'Jacqueline  Jackie    '.
               10  FILLER  PIC X(22) VALUE 'James       Jim       '.
               10  FILLER  PIC X(22) VALUE 'Jeffrey     Jeff      '.
               10  FILLER  PIC X(22) VALUE 'Jennifer    Jen       '.
               10  FILLER  PIC X(22) VALUE 'Jessica     Jess      '.
               10  FILLER  PIC X(22) VALUE 'John        Jack      '.
               10  FILLER  PIC X(22) VALUE 'Jonathan    Jon       '.
               10  FILLER  PIC X(22) VALUE 'Jose        Pepe      '.
               10  FILLER  PIC X(22) VALUE 'Joseph      Joe       '.
               10  FILLER  PIC X(22) VALUE 'Joshua      Josh      '.
               10  FILLER  PIC X(22) VALUE 'Judith      Judy      '.
               10  FILLER  PIC X(22) VALUE 'Katherine   Kate      '.
               10  FILLER  PIC X(22) VALUE 'Kathleen    Kathy     '.
               10  FILLER  PIC X(22) VALUE 'Kenneth     Ken       '.
               10  FILLER  PIC X(22) VALUE 'Kimberly    Kim       '.
               10  FILLER  PIC X(22) VALUE 'Lawrence    Larry     '.
               10  FILLER  PIC X(22) VALUE 'Margaret    Peggy     '.
               10  FILLER  PIC X(22) VALUE 'Matthew     Matt      '.
               10  FILLER  PIC X(22) VALUE 'Melissa     Missy     '.
               10  FILLER  PIC X(22) VALUE 'Michael     Mike      '.
               10  FILLER  PIC X(22) VALUE 'Nicholas    Nick      '.
               10  FILLER  PIC X(22) VALUE 'Pamela      Pam       '.
               10  FILLER  PIC X(22) VALUE 'Patricia    Patty     '.
               10  FILLER  PIC X(22) VALUE 'Patrick     Pat       '.
               10  FILLER  PIC X(22) VALUE 'Peter       Pete      '.
               10  FILLER  PIC X(22) VALUE 'Raymond     Ray       '.
               10  FILLER  PIC X(22) VALUE 'Rebecca     Becky     '.
               10  FILLER  PIC X(22) VALUE 'Richard     Rick      '.
               10  FILLER  PIC X(22) VALUE 'Robert      Bob       '.
               10  FILLER  PIC X(22) VALUE 'Ronald      Ron       '.
               10  FILLER  PIC X(22) VALUE 'Samantha    Sam       '.
               10  FILLER  PIC X(22) VALUE 'Samuel      Sam       '.
               10  FILLER  PIC X(22) VALUE 'Sandra      Sandy     '.
               10  FILLER  PIC X(22) VALUE 'Stephanie   Steph     '.
               10  FILLER  PIC X(22) VALUE 'Stephen     Steve     '.
               10  FILLER  PIC X(22) VALUE 'Steven      Steve     '.
               10  FILLER  PIC X(22) VALUE 'Susan       Sue       '.
               10  FILLER  PIC X(22) VALUE 'Theresa     Terry     '.
               10  FILLER  PIC X(22) VALUE 'Thomas      Tom       '.
               10  FILLER  PIC X(22) VALUE 'Timothy     Tim       '.
               10  FILLER  PIC X(22) VALUE 'Victoria    Vicky     '.
               10  FILLER  PIC X(22) VALUE 'William     Bill      '.
               10  FILLER  PIC X(22) VALUE 'Zachary     Zach      '.
           05  FILLER REDEFINES W-NICKNAME-TAB.
               10  W-NICK-OCCS       OCCURS 70
                                                   INDEXED W-NICK-IX.
                   15  W-NICK-NAME      PIC X(12).
                   15  W-NICK-ALIAS     PIC X(10).

       01  W-SPELLING-VALUES.
           05  W-SPELLING-TAB.
               10  FILLER  PIC X(20) VALUE 'Alejandro Alexandro '.
               10  FILLER  PIC X(20) VALUE 'Bernard   Bernhard  '.
               10  FILLER  PIC X(20) VALUE 'Camille   Kamille   '.
               10  FILLER  PIC X(20) VALUE 'Chloe     Kloe      '.
               10  FILLER  PIC X(20) VALUE 'Dubois    Du Bois   '.
               10  FILLER  PIC X(20) VALUE 'Durand    Durant    '.
               10  FILLER  PIC X(20) VALUE 'Elena     Helena    '.
               10  FILLER  PIC X(20) VALUE 'Fernandez Fernandes '.
               10  FILLER  PIC X(20) VALUE 'Garcia    Garzia    '.
               10  FILLER  PIC X(20) VALUE 'Gomez     Gomes     '.
               10  FILLER  PIC X(20) VALUE 'Gonzalez  Gonzales  '.
               10  FILLER  PIC X(20) VALUE 'Hugo      Ugo       '.
               10  FILLER  PIC X(20) VALUE 'Ines      Inez      '.
               10  FILLER  PIC X(20) VALUE 'Javier    Xavier    '.
               10  FILLER  PIC X(20) VALUE 'Jimenez   Ximenez   '.
               10  FILLER  PIC X(20) VALUE 'Laurent   Lorent    '.
               10  FILLER  PIC X(20) VALUE 'Leroy     Le Roy    '.
               10  FILLER  PIC X(20) VALUE 'Lopez     Lopes     '.
               10  FILLER  PIC X(20) VALUE 'Louis     Luis      '.
               10  FILLER  PIC X(20) VALUE 'Lucas     Loucas    '.
               10  FILLER  PIC X(20) VALUE 'Manuel    Manoel    '.
               10  FILLER  PIC X(20) VALUE 'Martin    Martyn    '.
               10  FILLER  PIC X(20) VALUE 'Martinez  Martines  '.
               10  FILLER  PIC X(20) VALUE 'Moreau    Moreaux   '.
               10  FILLER  PIC X(20) VALUE 'Nathan    Natan     '.
               10  FILLER  PIC X(20) VALUE 'Pablo     Paulo     '.
               10  FILLER  PIC X(20) VALUE 'Perez     Peres     '.
               10  FILLER  PIC X(20) VALUE 'Petit     Petitt    '.
               10  FILLER  PIC X(20) VALUE 'Raphael   Rafael    '.
               10  FILLER  PIC X(20) VALUE 'Richard   Richart   '.
               10  FILLER  PIC X(20) VALUE 'Rodriguez Rodrigues '.
               10  FILLER  PIC X(20) VALUE 'Ruiz      Ruis      '.
               10  FILLER  PIC X(20) VALUE 'Sanchez   Sanches   '.
               10  FILLER  PIC X(20) VALUE 'Sergio    Serjio    '.
               10  FILLER  PIC X(20) VALUE 'Simon     Symon     '.
               10  FILLER  PIC X(20) VALUE 'Sofia     Sophia    '.
               10  FILLER  PIC X(20) VALUE 'Thomas    Tomas     '.
           05  FILLER REDEFINES W-SPELLING-TAB.
               10  W-SPELL-OCCS      OCCURS 37
                                                   INDEXED W-SPELL-IX.
                   15  W-SPELL-NAME     PIC X(10).
                   15  W-SPELL-VARIANT  PIC X(10).

      **** Identity documents (IDDOCS=Y): one 'I' record per profile
      **** customer for the document the customer was identified by
      **** at onboarding.  A U.S. customer mostly shows a driver's
      **** license (a state ID now and then, a passport otherwise),
      **** drawn in the format of the state on the customer's own
      **** 'A' record by holding that state's ordinal in the session;
      **** a Canadian or UK customer, and anyone under sixteen not
      **** shown a state ID, shows a passport of their own country.

       01  W-IDDOC-SW               PIC X(01)       VALUE 'N'.
           88  IDDOCS-ON                            VALUE 'Y'.
       01  W-IDDOC-DRAW             PIC 9(03)  COMP.
       01  W-IDDOC-TERM             PIC 9(02)  COMP.
       01  W-IDDOC-SAVE-SESSION     PIC S9(4)  COMP.
       01  W-IDDOC-SIXTEEN-SW       PIC X(01).
           88  W-IDDOC-SIXTEEN                      VALUE 'Y'.
       01  W-IDDOC-SIXTEENTH        PIC X(10).
       01  FILLER REDEFINES W-IDDOC-SIXTEENTH.
           05  W-IDDOC-SIXTEENTH-YYYY
                                    PIC 9(04).
           05  FILLER               PIC X(06).
       01  W-IDDOC-FLOOR            PIC X(10).
       01  FILLER REDEFINES W-IDDOC-FLOOR.
           05  W-IDDOC-FLOOR-YYYY   PIC 9(04).
           05  FILLER               PIC X(06).
       01  W-IDDOC-ISSUE            PIC X(10).
       01  FILLER REDEFINES W-IDDOC-ISSUE.
           05  W-IDDOC-ISSUE-YYYY   PIC 9(04).
           05  FILLER               PIC X(06).
       01  W-IDDOC-EXPIRY           PIC X(10).
       01  FILLER REDEFINES W-IDDOC-EXPIRY.
           05  W-IDDOC-EXPIRY-YYYY  PIC 9(04).
           05  FILLER               PIC X(06).

      **** Commercial customers (COMMERCIAL= keyword, whole percent
      **** of U.S. profile customers): at that rate the customer is
      **** a business - EIN for tax ID, legal name in the last-name
      **** columns, no date of birth - with an 'F' business record,
      **** a 'U' link to each of its control persons and beneficial
      **** owners, and accounts its control persons sign on.  The
      **** owners are planned (customer IDs reserved, dates of birth
      **** drawn) before the accounts and written after them as
      **** ordinary 'P' customers living in the business's state.
      **** BOIERR= is the percent of businesses given an ownership
      **** defect: stakes over one hundred, a non-controlling owner
      **** under twenty-five percent, or no control person at all.

       01  W-COMM-PCT               PIC 9(03)  COMP VALUE 0.
       01  W-COMM-ERR-PCT           PIC 9(03)  COMP VALUE 10.
       01  W-COMM-DRAW              PIC 9(03)  COMP.
       01  W-COMM-PARTY-TYPE        PIC X(01)       VALUE SPACE.
           88  W-COMM-BUSINESS                      VALUE 'B'.
       01  W-COMM-DEFECT            PIC 9(01)  COMP.
           88  W-COMM-DEFECT-OVER                   VALUE 1.
           88  W-COMM-DEFECT-UNDER-25               VALUE 2.
           88  W-COMM-DEFECT-NO-CONTROL             VALUE 3.
       01  W-COMM-ENTITY-TYPE       PIC X(04).
       01  W-COMM-INDUSTRY          PIC X(14).
       01  W-COMM-BUSINESS-CNT      PIC 9(09)  COMP VALUE 0.
       01  W-COMM-DEFECT-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-COMM-LEGAL-NAME        PIC X(50).
       01  W-COMM-FORMED            PIC X(10).
       01  FILLER REDEFINES W-COMM-FORMED.
           05  W-COMM-FORMED-YYYY   PIC 9(04).
           05  FILLER               PIC X(06).
       01  W-COMM-OWNER-CNT         PIC 9(01)  COMP.
       01  W-COMM-PARTY-CNT         PIC 9(01)  COMP.
       01  W-COMM-PARTY-NO          PIC 9(01)  COMP.
       01  W-COMM-PCT-LEFT          PIC 9(03)  COMP.
       01  W-COMM-SHIFT             PIC 9(03)  COMP.
       01  W-COMM-PLAN.
           05  W-COMM-PLAN-OCCS     OCCURS 5.
               10  W-COMM-PLAN-ID   PIC X(14).
               10  W-COMM-PLAN-DOB  PIC X(10).
               10  W-COMM-PLAN-ROLE PIC X(04).
               10  W-COMM-PLAN-TITLE
                                    PIC X(20).
               10  W-COMM-PLAN-PCT  PIC 9(03).

      **** Scenario injection (SCENRATE= keyword, whole percent of
      **** profile customers): at the configured rate the customer's
      **** first non-CD account carries one planted trouble pattern,
      **** chosen by a seeded draw - a balance driven negative, a run of
      **** NSF presentments each reversed and charged a fee, or a
      **** monthly payment sequence with months missing - and the
      **** truth lands on the scenario answer key.
           05  FILLER               PIC X(01)      VALUE '-'.
           05  W-SCN-PAY-DD         PIC 9(02).

      **** Persona library (PERSONAS= keyword, Y default): each
      **** persona in PSNFILE is generated exactly once per run as a
      **** customer with the attributes it names, placed evenly
      **** through the normal population and EXTRA to RECORDS= (so
      **** the normal customers keep their IDs - only the ID
      **** sequence is put back, not the random draws: in stream
      **** mode every customer after the first persona comes out
      **** different from a run without the library, and only the
      **** per-record reseed keeps their content as it was).  A
      **** persona's customer ID sequence is 90000000 + 10 x its
      **** number - its household members take the next one to
      **** three - so the same persona always lands on the same
      **** eight-digit sequence.  The watermark check digit leaves
      **** the run seed out for that reserved range (sequence
      **** 90000000-90099999, see SUB-8600-COMPUTE-ID-CHECK), so
      **** the full nine-digit customer ID is the same in every run
      **** whatever its seed; FAKERWMK counts persona IDs apart from
      **** the seed-keyed ones.  A persona block in PSNFILE is:
      ****     PERSONA=nnnn       opens the block (1-9999);
      ****     CASE=text          the test case it serves;
      ****     AGE=lo[,hi]        age in years, or an age band;
      ****     STATE=st           U.S. state (postal code);
      ****     COUNTRY=US|CA|UK   nationality (US default);
      ****     HOUSEHOLD=n        persons in the household, 1-4;
      ****     ACCOUNTS=n         deposit accounts, 0-9;
      ****     STATUS=s,s,...     per account O/D/C/X, in order;
      ****     LOAN=, CARD=, BROKERAGE=, DECEASED=, JOINT=  Y or N
      ****                        (force or suppress; left out, the
      ****                        run's normal rate applies);
      ****     SCENARIO=kind      NEGBAL, NSFRUN, MISSPAY or NONE.
      **** Personas need the fixed profile extract (PROFILE=Y,
      **** FORMAT=F), and in a split run only the first instance
      **** generates them.

       01  W-PERSONAS-SW            PIC X(01)       VALUE 'Y'.
           88  PERSONAS-WANTED                      VALUE 'Y'.
       01  W-PSN-GEN-SW             PIC X(01)       VALUE 'N'.
           88  PERSONAS-ON                          VALUE 'Y'.
       01  W-PSN-EMIT-SW            PIC X(01)       VALUE 'N'.
           88  W-PSN-EMITTING                       VALUE 'Y'.
       01  W-PSN-DUE-SW             PIC X(01)       VALUE 'N'.
           88  W-PSN-DUE                            VALUE 'Y'.
       01  W-PSN-OPEN-SW            PIC X(01)       VALUE 'N'.
           88  W-PSN-OPEN                           VALUE 'Y'.
       01  W-PSN-REASON             PIC X(40).
       01  W-PSN-ECHO-NOTE          PIC X(40)       VALUE SPACES.
       01  W-PSNFILE-STATUS         PIC X(02).
       01  W-PSN-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-PSN-EOF                            VALUE 'Y'.
       01  W-PSN-LINE-NO            PIC 9(04)  COMP VALUE 0.
       01  W-PSN-ERROR-CNT          PIC 9(04)  COMP VALUE 0.
       01  W-PSN-BAD-SW             PIC X(01)       VALUE 'N'.
           88  W-PSN-BAD                            VALUE 'Y'.
       01  W-PSN-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-PSN-MAX                PIC S9(4)  COMP VALUE 200.
       01  W-PSN-DX                 PIC S9(4)  COMP.
       01  W-PSN-NEXT               PIC S9(4)  COMP VALUE 1.
       01  W-PSN-SCN-CNT            PIC 9(04)  COMP VALUE 0.
       01  W-PSN-GEN-CNT            PIC 9(04)  COMP VALUE 0.
       01  W-PSN-STAT-DX            PIC S9(4)  COMP.
       01  W-PSN-STAT-CNT           PIC S9(4)  COMP.
       01  W-PSN-MEMBER-DX          PIC S9(4)  COMP.
       01  W-PSN-SAVE-SEQ           PIC 9(09)  COMP.
       01  W-PSN-SAVE-PREV-ID       PIC X(14).
       01  W-PSN-SAVE-PREV-DOB      PIC X(10).
       01  W-PSN-STAT-LIST.
           05  W-PSN-STAT-PART      PIC X(02)       OCCURS 10.

      **** The persona being read (and, at generation, the persona
      **** being generated).  Blank Y/N flags mean "not specified".

       01  W-PSN-CUR.
           05  W-PSN-NO             PIC 9(04).
           05  W-PSN-AGE-LOW        PIC 9(03).
           05  W-PSN-AGE-HIGH       PIC 9(03).
           05  W-PSN-STATE          PIC X(02).
           05  W-PSN-STATE-ORD      PIC 9(02).
           05  W-PSN-COUNTRY        PIC X(02).
           05  W-PSN-HOUSEHOLD      PIC 9(01).
           05  W-PSN-ACCTS-SW       PIC X(01).
               88  W-PSN-ACCTS-SET                  VALUE 'Y'.
           05  W-PSN-ACCTS          PIC 9(01).
           05  W-PSN-STATUSES.
               10  W-PSN-STATUS     PIC X(01)       OCCURS 9.
           05  W-PSN-LOAN           PIC X(01).
               88  W-PSN-LOAN-SET                   VALUE 'Y' 'N'.
               88  W-PSN-LOAN-YES                   VALUE 'Y'.
           05  W-PSN-CARD           PIC X(01).
               88  W-PSN-CARD-SET                   VALUE 'Y' 'N'.
               88  W-PSN-CARD-YES                   VALUE 'Y'.
           05  W-PSN-BROK           PIC X(01).
               88  W-PSN-BROK-SET                   VALUE 'Y' 'N'.
               88  W-PSN-BROK-YES                   VALUE 'Y'.
           05  W-PSN-DEATH          PIC X(01).
               88  W-PSN-DEATH-SET                  VALUE 'Y' 'N'.
               88  W-PSN-DEATH-YES                  VALUE 'Y'.
           05  W-PSN-JOINT          PIC X(01).
               88  W-PSN-JOINT-SET                  VALUE 'Y' 'N'.
               88  W-PSN-JOINT-YES                  VALUE 'Y'.
           05  W-PSN-SCN-CODE       PIC X(01).
               88  W-PSN-SCN-SET                    VALUE '0' THRU '3'.
           05  W-PSN-SCN-KIND       REDEFINES W-PSN-SCN-CODE
                                    PIC 9(01).
           05  W-PSN-CASE           PIC X(60).
           05  FILLER               PIC X(06).

      **** The library as loaded, in file order, each persona with
      **** the count of normal customers it follows:
      **** (k x RECORDS) / (personas + 1) for the k-th.

       01  W-PSN-TABLE.
           05  W-PSN-ENTRY                          OCCURS 200.
               10  W-PSN-AFTER      PIC 9(09)  COMP.
               10  W-PSN-SAVED      PIC X(100).

      **** A forced-dormant account's open-date window closes a
      **** month inside the dormancy cutoff, so the open date drawn
      **** is always old enough to be dormant.

       01  W-PSN-DORM-LIMIT.
           05  W-PSN-DORM-YYYY      PIC 9(04).
           05  FILLER               PIC X(01).
           05  W-PSN-DORM-MM        PIC 9(02).
           05  FILLER               PIC X(01).
           05  W-PSN-DORM-DD        PIC 9(02).

      **** Account lifecycle mix (whole percent each; what is left
      **** over stays open) and the per-account status state.  The
      **** dormancy cutoff is one year before the run date - a
       01  W-STAT-CLSD-PCT          PIC 9(03)  COMP VALUE 0.
       01  W-STAT-COFF-PCT          PIC 9(03)  COMP VALUE 0.
       01  W-STAT-DRAW              PIC 9(03)  COMP.
       01  W-STAT-FORCED            PIC X(01).
       01  W-ACCT-STATUS            PIC X(01).
       01  W-ACCT-CLOSE-DATE        PIC X(10).
       01  W-TRAN-DATE-TO           PIC X(10).
           'Data\FAKERGEN Frequency.txt'.
       01  W-MANIFILE-PATH          PIC X(40)       VALUE
           'Data\FAKERGEN Manifest.txt'.
       01  W-PIXFILE-PATH           PIC X(40)       VALUE
           'Data\FAKERGEN Persona Index.txt'.

       01  W-PARM-SEED-NO           PIC 9(09).
       01  W-PARM-START-CUST        PIC 9(09).

           IF      DRY-RUN-ON
           OR      W-CKPT-CORRUPT
           OR      W-SUBSCR-BAD
               GO TO MAIN-EXIT
           END-IF

           COMPUTE W-REMAINING-RECS = W-RECORD-COUNT - W-GNRTFILE-RECS

           IF      W-REMAINING-RECS > 0
               PERFORM SUB-2010-NEXT-CUSTOMER THRU SUB-2010-EXIT
                   UNTIL W-GNRTFILE-RECS >= W-RECORD-COUNT
                      OR W-TIME-EXPIRED
           END-IF
                                      + W-CURRENT-MIN * 60
                                      + W-CURRENT-SS

           PERFORM SUB-1040-CHECK-SUBSCR-PARM THRU SUB-1040-EXIT

           IF      W-SUBSCR-BAD
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-READ-CTLFILE THRU SUB-1100-EXIT

           IF      OUTPUT-FORMAT-LAYOUT
               MOVE '02-28'        TO W-DORMANT-MM-DD
           END-IF

      **** The run date the ownership roles test adulthood against.

           MOVE SPACES             TO W-OWN-TODAY
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-OWN-TODAY

      **** A forced-dormant persona account opens no later than a
      **** month inside the dormancy cutoff.

           MOVE W-DORMANT-CUTOFF   TO W-PSN-DORM-LIMIT
           IF      W-PSN-DORM-MM = 1
               MOVE 12             TO W-PSN-DORM-MM
               SUBTRACT 1        FROM W-PSN-DORM-YYYY
           ELSE
               SUBTRACT 1        FROM W-PSN-DORM-MM
           END-IF
           IF      W-PSN-DORM-DD > 28
               MOVE 28             TO W-PSN-DORM-DD
           END-IF

      **** The persona library is read ahead of the settings echo,
      **** so its count and any persona in error land on CTLRPT.

           IF      PERSONAS-WANTED
               PERFORM SUB-1400-LOAD-PERSONAS THRU SUB-1400-EXIT
           END-IF

      **** Every provider call of a template run is charged to the
      **** template on the audit trail.

           IF      W-TPL-APPLIED NOT = '(NONE)'
               MOVE W-TPL-APPLIED  TO FAKER-CHARGE-ID
                                      IN W-FAKER-PARAMETER
           END-IF

           PERFORM SUB-1080-ECHO-SETTINGS THRU SUB-1080-EXIT

           IF      DRY-RUN-ON
               END-IF
           END-IF

           IF      PERSONAS-ON
               PERFORM SUB-1430-POSITION-PERSONAS THRU SUB-1430-EXIT
           END-IF

           IF      W-DUP-RATE-PCT > 0
           AND     PROFILE-MODE-ON
               IF      RESTART-YES
               END-IF
           END-IF

           IF      (W-SCN-RATE-PCT > 0 OR W-PSN-SCN-CNT > 0)
           AND     PROFILE-MODE-ON
               IF      RESTART-YES
                   OPEN EXTEND SCNFILE
               PERFORM SUB-1800-BUILD-BRANCH-POOL
                                   THRU SUB-1800-EXIT
           END-IF

           IF      PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
               IF      W-ACCT-MAX > 0
               OR      W-LOAN-RATE-PCT > 0
               OR      PERSONAS-ON
                   PERFORM SUB-1900-LOAD-PRODUCTS THRU SUB-1900-EXIT
               END-IF
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1040-CHECK-SUBSCR-PARM.
      *---------------------------

      **** PARM='SUBSCR' is decided ahead of the control file, since
      **** it names which control file to read: FAKERSUB's, never
      **** the dual-controlled one the operators and option 6 of
      **** FAKERMNT keep.  A missing run card fails the run rather
      **** than let it write over the plain extract.

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           IF      W-PARM-TEXT NOT = 'SUBSCR'
               GO TO SUB-1040-EXIT
           END-IF

           SET  W-SUBSCR-PARM      TO TRUE
           MOVE 'Data\FAKERSUB Control.txt'
                                   TO W-CTLFILE-PATH

           OPEN INPUT SRNFILE

           IF      W-SRNFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'PARM SUBSCR but no subscription run card, '
                       'status '
                       W-SRNFILE-STATUS
               SET  W-SUBSCR-BAD   TO TRUE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1040-EXIT
           END-IF

           READ SRNFILE
               AT END
                   MOVE SPACES     TO SUBRUN-REC
           END-READ

           CLOSE SRNFILE

           IF      SRN-JOB-ID = SPACES
               DISPLAY W-ERROR-MSG
                       'subscription run card carries no job ID'
               SET  W-SUBSCR-BAD   TO TRUE
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1040-EXIT
           END-IF

           MOVE SRN-JOB-ID         TO W-PARM-JOB-ID

           DISPLAY 'FAKERGEN: subscription '
                   SRN-SUB-ID
                   ' run, job ID '
                   SRN-JOB-ID
           .
       SUB-1040-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *---------------------
      **** their physical output files apart - see
      **** SUB-1060-BUILD-FILE-NAMES.

      **** PARM='SUBSCR' carries nothing else - the run card's job
      **** ID (SUB-1040-CHECK-SUBSCR-PARM) names this run's files.

           IF      W-SUBSCR-PARM
               MOVE W-PARM-JOB-ID  TO FAKER-AUDIT-QUALIFIER
                                      IN W-FAKER-PARAMETER

               PERFORM SUB-1060-BUILD-FILE-NAMES THRU SUB-1060-EXIT

               GO TO SUB-1050-EXIT
           END-IF

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

      **** PARM='REPLAY,nnnnnn' regenerates the registered run with
      **** files (GNRTFILE/REJFILE/FRQFILE/CKPTFILE) gets that ID
      **** worked into its name ahead of the extension, so two
      **** instances running at once never share a physical file.
      **** CTLFILE is deliberately left out - every split instance
      **** reads the same shared control record.

           IF      W-PARM-JOB-ID = SPACES
               MOVE 'Data\FAKERGEN Output.txt'
                                   TO W-CKPTFILE-PATH-B
               MOVE 'Data\FAKERGEN Manifest.txt'
                                   TO W-MANIFILE-PATH
               MOVE 'Data\FAKERGEN Persona Index.txt'
                                   TO W-PIXFILE-PATH
           ELSE
               STRING 'Data\FAKERGEN Output-'
                      FUNCTION TRIM(W-PARM-JOB-ID)
                      FUNCTION TRIM(W-PARM-JOB-ID)
                      '.txt'        DELIMITED SIZE
                                   INTO W-MANIFILE-PATH
               STRING 'Data\FAKERGEN Persona Index-'
                      FUNCTION TRIM(W-PARM-JOB-ID)
                      '.txt'        DELIMITED SIZE
                                   INTO W-PIXFILE-PATH
           END-IF
           .
       SUB-1060-EXIT.
                                   INTO W-RPT-LINE
           PERFORM SUB-1085-WRITE-ECHO-LINE THRU SUB-1085-EXIT

      **** Calibrated distributions, by buckets given; a decile set
      **** short of its eleven bounds is named, since it is ignored.

           IF      W-CAL-STATE-LINES > 0
               MOVE W-CAL-STATE-LINES
                                   TO W-CAL-ECHO-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING 'EFFECTIVE STATEWT = '
                      W-CAL-ECHO-NUM
                      ' STATES'    DELIMITED SIZE
                                   INTO W-RPT-LINE
               PERFORM SUB-1085-WRITE-ECHO-LINE THRU SUB-1085-EXIT
           END-IF

           IF      W-CAL-AGE-LINES > 0
               MOVE W-CAL-AGE-LINES
                                   TO W-CAL-ECHO-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING 'EFFECTIVE AGEWT   = '
                      W-CAL-ECHO-NUM
                      ' AGE BANDS' DELIMITED SIZE
                                   INTO W-RPT-LINE
               PERFORM SUB-1085-WRITE-ECHO-LINE THRU SUB-1085-EXIT
           END-IF

           IF      W-CAL-RT-CNT(1) > 0
               MOVE W-CAL-RT-CNT(1)
                                   TO W-CAL-ECHO-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING 'EFFECTIVE ACCTWT  = '
                      W-CAL-ECHO-NUM
                      ' BUCKETS'   DELIMITED SIZE
                                   INTO W-RPT-LINE
               PERFORM SUB-1085-WRITE-ECHO-LINE THRU SUB-1085-EXIT
           END-IF

           IF      W-CAL-RT-CNT(2) > 0
               MOVE W-CAL-RT-CNT(2)
                                   TO W-CAL-ECHO-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING 'EFFECTIVE TRANWT  = '
                      W-CAL-ECHO-NUM
                      ' BUCKETS'   DELIMITED SIZE
                                   INTO W-RPT-LINE
               PERFORM SUB-1085-WRITE-ECHO-LINE THRU SUB-1085-EXIT
           END-IF

           IF      W-CAL-BAL-CNT > 0
               MOVE W-CAL-BAL-CNT  TO W-CAL-ECHO-NUM
               MOVE SPACES         TO W-RPT-LINE
               IF      W-CAL-BAL-CNT < 11
                   STRING 'EFFECTIVE BALDECILE='
                          W-CAL-ECHO-NUM
                          ' BOUNDS - IGNORED'
                                   DELIMITED SIZE
                                   INTO W-RPT-LINE
               ELSE
                   STRING 'EFFECTIVE BALDECILE='
                          W-CAL-ECHO-NUM
                          ' BOUNDS'
                                   DELIMITED SIZE
                                   INTO W-RPT-LINE
               END-IF
               PERFORM SUB-1085-WRITE-ECHO-LINE THRU SUB-1085-EXIT
           END-IF

      **** The persona library, when one was read - a library this
      **** run cannot honour says so rather than going quiet.

           IF      W-PSN-CNT > 0
               MOVE W-PSN-CNT      TO W-CAL-ECHO-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING 'EFFECTIVE PERSONAS= '
                      W-CAL-ECHO-NUM
                      ' LOADED'
                      W-PSN-ECHO-NOTE
                                   DELIMITED SIZE
                                   INTO W-RPT-LINE
               PERFORM SUB-1085-WRITE-ECHO-LINE THRU SUB-1085-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           STRING 'EFFECTIVE FREQLOG = '
                  W-FREQUENCY-LOG-SW
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'CARDRATE'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-CARD-RATE-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'BROKRATE'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-BROK-RATE-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'MINORS'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-HH-MINOR-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'OWNRATE'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-OWN-RATE-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'RETAIN'
               IF      W-KW-VALUE(1 : 4) NUMERIC
               AND     W-KW-VALUE(5 : 1) = '-'
               AND     W-KW-VALUE(6 : 2) NUMERIC
               AND     W-KW-VALUE(8 : 1) = '-'
               AND     W-KW-VALUE(9 : 2) NUMERIC
                   MOVE W-KW-VALUE(1 : 10)
                                   TO W-RETAIN-DATE
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'SUBSCRIPTION'
               MOVE SPACES         TO W-SUBSCR-ID
                                      W-SUBSCR-TEAM
               UNSTRING W-KW-VALUE DELIMITED BY ','
                       INTO W-SUBSCR-ID
                            W-SUBSCR-TEAM
               END-UNSTRING

               IF      W-SUBSCR-ID = SPACES
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'COUNTRY-CA'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-CTRY-CA-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'COUNTRY-UK'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-CTRY-UK-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'ABROAD'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-ABROAD-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'DECEASED'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-DEATH-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'ALIAS'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-ALIAS-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'IDDOCS'
               IF      W-KW-VALUE(1 : 1) = 'Y' OR 'N'
                   MOVE W-KW-VALUE(1 : 1)
                                   TO W-IDDOC-SW
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'COMMERCIAL'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-COMM-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'BOIERR'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-COMM-ERR-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'SCENRATE'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-SCN-RATE-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'PERSONAS'
               IF      W-KW-VALUE(1 : 1) = 'Y' OR 'N'
                   MOVE W-KW-VALUE(1 : 1)
                                   TO W-PERSONAS-SW
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'STATDORM'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                                   TO W-STAT-DORM-PCT
               ELSE
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'STATCLSD'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 101
                   MOVE W-KW-VALUE-NUM
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               END-IF

             WHEN 'STATEWT'
             WHEN 'AGEWT'
             WHEN 'ACCTWT'
             WHEN 'TRANWT'
             WHEN 'BALDECILE'
               PERFORM SUB-1120-APPLY-CAL-KEYWORD THRU SUB-1120-EXIT
             WHEN OTHER
               PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
           END-EVALUATE
           .
       SUB-1109-EXIT.
           EXIT.
      /
       SUB-1120-APPLY-CAL-KEYWORD.
      *---------------------------

      **** One bucket of a calibrated distribution.  The value is a
      **** comma list - a state code or a number, then the numbers
      **** the keyword takes - each number checked as any other
      **** numeric keyword is.  A state, age band or decile given
      **** twice takes the later line's figure.

           MOVE SPACES             TO W-CAL-PARTS
           MOVE 0                  TO W-CAL-PART-CNT
                                      W-CAL-NUM(1)
                                      W-CAL-NUM(2)
                                      W-CAL-NUM(3)
           MOVE 'N'                TO W-CAL-NEGATIVE-SW
           SET  W-CAL-OK           TO TRUE
           MOVE W-KW-VALUE         TO W-CAL-KW-SAVE

           UNSTRING W-CAL-KW-SAVE  DELIMITED BY ','
                   INTO W-CAL-PART(1)
                        W-CAL-PART(2)
                        W-CAL-PART(3)
                   TALLYING IN W-CAL-PART-CNT
           END-UNSTRING

           EVALUATE W-KW-NAME
             WHEN 'STATEWT'
               MOVE 2              TO W-CAL-PARTS-WANTED
               MOVE 2              TO W-CAL-FIRST-NUM
             WHEN 'ACCTWT'
             WHEN 'TRANWT'
               MOVE 3              TO W-CAL-PARTS-WANTED
               MOVE 1              TO W-CAL-FIRST-NUM
             WHEN OTHER
               MOVE 2              TO W-CAL-PARTS-WANTED
               MOVE 1              TO W-CAL-FIRST-NUM
           END-EVALUATE

           IF      W-CAL-PART-CNT NOT = W-CAL-PARTS-WANTED
           OR      W-CAL-PART(W-CAL-PARTS-WANTED) = SPACES
               PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               GO TO SUB-1120-EXIT
           END-IF

      **** A decile bound may be negative - an overdrawn population.

           IF      W-KW-NAME = 'BALDECILE'
           AND     W-CAL-PART(2)(1 : 1) = '-'
               SET  W-CAL-NEGATIVE TO TRUE
               MOVE W-CAL-PART(2)(2 : 19)
                                   TO W-KW-VALUE
               MOVE W-KW-VALUE     TO W-CAL-PART(2)
           END-IF

           PERFORM SUB-1121-CHECK-CAL-PART THRU SUB-1121-EXIT
               VARYING W-CAL-DX FROM W-CAL-FIRST-NUM BY 1
                 UNTIL W-CAL-DX > W-CAL-PARTS-WANTED

           IF      NOT W-CAL-OK
               PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               GO TO SUB-1120-EXIT
           END-IF

           MOVE 0                  TO W-CAL-PICKED

           EVALUATE W-KW-NAME
             WHEN 'STATEWT'
               IF      W-CAL-PART(1)(3 : ) = SPACES
                   PERFORM SUB-1122-FIND-CAL-STATE THRU SUB-1122-EXIT
                       VARYING W-CAL-DX FROM 1 BY 1
                         UNTIL W-CAL-DX > 51
                            OR W-CAL-PICKED > 0
               END-IF
               IF      W-CAL-PICKED = 0
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               ELSE
                   SUBTRACT W-CAL-STATE-WT(W-CAL-PICKED)
                                   FROM W-CAL-STATE-TOTAL
                   MOVE W-CAL-NUM(2)
                                   TO W-CAL-STATE-WT(W-CAL-PICKED)
                   ADD  W-CAL-NUM(2)
                                   TO W-CAL-STATE-TOTAL
                   ADD  1          TO W-CAL-STATE-LINES
               END-IF

             WHEN 'AGEWT'
               PERFORM SUB-1123-FIND-CAL-AGE THRU SUB-1123-EXIT
                   VARYING W-CAL-DX FROM 1 BY 1
                     UNTIL W-CAL-DX > 7
                        OR W-CAL-PICKED > 0
               IF      W-CAL-PICKED = 0
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               ELSE
                   SUBTRACT W-CAL-AGE-WT(W-CAL-PICKED)
                                   FROM W-CAL-AGE-TOTAL
                   MOVE W-CAL-NUM(2)
                                   TO W-CAL-AGE-WT(W-CAL-PICKED)
                   ADD  W-CAL-NUM(2)
                                   TO W-CAL-AGE-TOTAL
                   ADD  1          TO W-CAL-AGE-LINES
               END-IF

             WHEN 'ACCTWT'
             WHEN 'TRANWT'
               IF      W-KW-NAME = 'ACCTWT'
                   MOVE 1          TO W-CAL-RT
               ELSE
                   MOVE 2          TO W-CAL-RT
               END-IF
               IF      W-CAL-NUM(1) > W-CAL-NUM(2)
               OR      W-CAL-NUM(2) > 999
               OR      W-CAL-RT-CNT(W-CAL-RT) NOT < W-CAL-RT-MAX
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               ELSE
                   ADD  1          TO W-CAL-RT-CNT(W-CAL-RT)
                   MOVE W-CAL-RT-CNT(W-CAL-RT)
                                   TO W-CAL-DX
                   MOVE W-CAL-NUM(1)
                                   TO W-CAL-RT-LOW(W-CAL-RT, W-CAL-DX)
                   MOVE W-CAL-NUM(2)
                                   TO W-CAL-RT-HIGH(W-CAL-RT, W-CAL-DX)
                   MOVE W-CAL-NUM(3)
                                   TO W-CAL-RT-WT(W-CAL-RT, W-CAL-DX)
                   ADD  W-CAL-NUM(3)
                                   TO W-CAL-RT-TOTAL(W-CAL-RT)
               END-IF

             WHEN 'BALDECILE'
               IF      W-CAL-NUM(1) > 10
                   PERFORM SUB-1109-KEYWORD-ERROR THRU SUB-1109-EXIT
               ELSE
                   COMPUTE W-CAL-DX = W-CAL-NUM(1) + 1
                   IF      NOT W-CAL-BAL-GIVEN(W-CAL-DX)
                       ADD  1      TO W-CAL-BAL-CNT
                       SET  W-CAL-BAL-GIVEN(W-CAL-DX)
                                   TO TRUE
                   END-IF
                   IF      W-CAL-NEGATIVE
                       COMPUTE W-CAL-BAL-BOUND(W-CAL-DX) =
                               0 - W-CAL-NUM(2)
                   ELSE
                       MOVE W-CAL-NUM(2)
                                   TO W-CAL-BAL-BOUND(W-CAL-DX)
                   END-IF
               END-IF
           END-EVALUATE
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1121-CHECK-CAL-PART.
      *------------------------

           MOVE W-CAL-PART(W-CAL-DX)
                                   TO W-KW-VALUE

           PERFORM SUB-1107-CHECK-KW-NUMERIC THRU SUB-1107-EXIT

           IF      W-KW-NUMERIC
               MOVE W-KW-VALUE-NUM TO W-CAL-NUM(W-CAL-DX)
           ELSE
               MOVE 'N'            TO W-CAL-OK-SW
           END-IF
           .
       SUB-1121-EXIT.
           EXIT.
      /
       SUB-1122-FIND-CAL-STATE.
      *------------------------

           IF      W-CAL-STATE-CODE(W-CAL-DX) = W-CAL-PART(1)(1 : 2)
               MOVE W-CAL-DX       TO W-CAL-PICKED
           END-IF
           .
       SUB-1122-EXIT.
           EXIT.
      /
       SUB-1123-FIND-CAL-AGE.
      *----------------------

           IF      W-CAL-AGE-LOW(W-CAL-DX) = W-CAL-NUM(1)
               MOVE W-CAL-DX       TO W-CAL-PICKED
           END-IF
           .
       SUB-1123-EXIT.
           EXIT.
      /
       SUB-1150-READ-CKPTFILE.
      *------------------------
       SUB-1155-EXIT.
           EXIT.
      /
       SUB-1400-LOAD-PERSONAS.
      *-----------------------

      **** Reads the persona library into W-PSN-TABLE.  A persona's
      **** lines are checked one by one as they are read, and the
      **** block as a whole when the next PERSONA= line (or the end
      **** of the library) closes it; a persona in error is reported
      **** on CTLRPT and left out, and the run goes on with the
      **** rest.  No library, no personas.

           INITIALIZE W-PSN-CUR

           OPEN INPUT PSNFILE

           IF      W-PSNFILE-STATUS NOT = '00'
               GO TO SUB-1400-EXIT
           END-IF

           PERFORM SUB-1410-READ-PERSONA-LINE THRU SUB-1410-EXIT
               UNTIL W-PSN-EOF

           PERFORM SUB-1420-STORE-PERSONA THRU SUB-1420-EXIT

           CLOSE PSNFILE

           IF      W-PSN-CNT = 0
               GO TO SUB-1400-EXIT
           END-IF

      **** Personas live only in the fixed profile extract (their
      **** accounts, loans and cards are its child records), and a
      **** split run generates them once - in the first instance,
      **** the one whose customer sequence starts at the bottom.

           EVALUATE TRUE
             WHEN PROFILE-MODE-OFF
             WHEN NOT OUTPUT-FORMAT-FIXED
               MOVE ' - IGNORED, NEEDS PROFILE=Y FORMAT=F'
                                   TO W-PSN-ECHO-NOTE
             WHEN FAKER-PARTITION-NO > 1
               MOVE ' - IGNORED, NOT THE FIRST PARTITION'
                                   TO W-PSN-ECHO-NOTE
             WHEN W-PARM-START-CUST NUMERIC
             AND  W-PARM-START-CUST > 1
               MOVE ' - IGNORED, NOT THE FIRST INSTANCE'
                                   TO W-PSN-ECHO-NOTE
             WHEN OTHER
               SET  PERSONAS-ON    TO TRUE
           END-EVALUATE

           IF      NOT PERSONAS-ON
               MOVE 0              TO W-PSN-SCN-CNT
               GO TO SUB-1400-EXIT
           END-IF

      **** The k-th persona goes out after (k x RECORDS) / (personas
      **** + 1) normal customers, spreading the library evenly
      **** through the population.

           PERFORM SUB-1425-PLACE-ONE-PERSONA THRU SUB-1425-EXIT
               VARYING W-PSN-DX FROM 1 BY 1
                 UNTIL W-PSN-DX > W-PSN-CNT
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1410-READ-PERSONA-LINE.
      *---------------------------

           READ PSNFILE
               AT END
                   SET  W-PSN-EOF  TO TRUE
                   GO TO SUB-1410-EXIT
           END-READ

           ADD  1                  TO W-PSN-LINE-NO

           IF      PSNFILE-LINE = SPACES
           OR      PSNFILE-LINE(1 : 1) = '*'
               GO TO SUB-1410-EXIT
           END-IF

           MOVE SPACES             TO W-KW-NAME
                                      W-KW-VALUE

           UNSTRING PSNFILE-LINE   DELIMITED BY '='
                   INTO W-KW-NAME
                        W-KW-VALUE
           END-UNSTRING

           PERFORM SUB-1107-CHECK-KW-NUMERIC THRU SUB-1107-EXIT

      **** PERSONA= closes the block before it and opens its own.

           IF      W-KW-NAME = 'PERSONA'
               PERFORM SUB-1420-STORE-PERSONA THRU SUB-1420-EXIT

               SET  W-PSN-OPEN     TO TRUE

               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM > 0
               AND     W-KW-VALUE-NUM < 10000
                   MOVE W-KW-VALUE-NUM
                                   TO W-PSN-NO
               ELSE
                   PERFORM SUB-1429-PERSONA-LINE-ERROR
                                   THRU SUB-1429-EXIT
               END-IF
               GO TO SUB-1410-EXIT
           END-IF

      **** Once a block is in error its remaining lines are passed
      **** over - one report line per bad persona is enough.

           IF      NOT W-PSN-OPEN
               PERFORM SUB-1429-PERSONA-LINE-ERROR THRU SUB-1429-EXIT
               GO TO SUB-1410-EXIT
           END-IF

           IF      W-PSN-BAD
               GO TO SUB-1410-EXIT
           END-IF

           EVALUATE W-KW-NAME
             WHEN 'CASE'
               MOVE W-KW-VALUE     TO W-PSN-CASE

             WHEN 'AGE'
               PERFORM SUB-1412-APPLY-PERSONA-AGE THRU SUB-1412-EXIT

             WHEN 'STATE'
               MOVE 0              TO W-CAL-PICKED
               MOVE W-KW-VALUE     TO W-CAL-PART(1)
               IF      W-KW-VALUE(3 : ) = SPACES
                   PERFORM SUB-1122-FIND-CAL-STATE THRU SUB-1122-EXIT
                       VARYING W-CAL-DX FROM 1 BY 1
                         UNTIL W-CAL-DX > 51
                            OR W-CAL-PICKED > 0
               END-IF
               IF      W-CAL-PICKED = 0
                   PERFORM SUB-1429-PERSONA-LINE-ERROR
                                   THRU SUB-1429-EXIT
               ELSE
                   MOVE W-KW-VALUE(1 : 2)
                                   TO W-PSN-STATE
                   MOVE W-CAL-PICKED
                                   TO W-PSN-STATE-ORD
               END-IF

             WHEN 'COUNTRY'
               IF      W-KW-VALUE = 'US' OR 'CA' OR 'UK'
                   MOVE W-KW-VALUE(1 : 2)
                                   TO W-PSN-COUNTRY
               ELSE
                   PERFORM SUB-1429-PERSONA-LINE-ERROR
                                   THRU SUB-1429-EXIT
               END-IF

             WHEN 'HOUSEHOLD'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM > 0
               AND     W-KW-VALUE-NUM < 5
                   MOVE W-KW-VALUE-NUM
                                   TO W-PSN-HOUSEHOLD
               ELSE
                   PERFORM SUB-1429-PERSONA-LINE-ERROR
                                   THRU SUB-1429-EXIT
               END-IF

             WHEN 'ACCOUNTS'
               IF      W-KW-NUMERIC
               AND     W-KW-VALUE-NUM < 10
                   MOVE W-KW-VALUE-NUM
                                   TO W-PSN-ACCTS
                   SET  W-PSN-ACCTS-SET
                                   TO TRUE
               ELSE
                   PERFORM SUB-1429-PERSONA-LINE-ERROR
                                   THRU SUB-1429-EXIT
               END-IF

             WHEN 'STATUS'
               PERFORM SUB-1414-APPLY-PERSONA-STATUS
                                   THRU SUB-1414-EXIT

             WHEN 'LOAN'
             WHEN 'CARD'
             WHEN 'BROKERAGE'
             WHEN 'DECEASED'
             WHEN 'JOINT'
               IF      W-KW-VALUE = 'Y' OR 'N'
                   EVALUATE W-KW-NAME
                     WHEN 'LOAN'
                       MOVE W-KW-VALUE(1 : 1)
                                   TO W-PSN-LOAN
                     WHEN 'CARD'
                       MOVE W-KW-VALUE(1 : 1)
                                   TO W-PSN-CARD
                     WHEN 'BROKERAGE'
                       MOVE W-KW-VALUE(1 : 1)
                                   TO W-PSN-BROK
                     WHEN 'DECEASED'
                       MOVE W-KW-VALUE(1 : 1)
                                   TO W-PSN-DEATH
                     WHEN OTHER
                       MOVE W-KW-VALUE(1 : 1)
                                   TO W-PSN-JOINT
                   END-EVALUATE
               ELSE
                   PERFORM SUB-1429-PERSONA-LINE-ERROR
                                   THRU SUB-1429-EXIT
               END-IF

             WHEN 'SCENARIO'
               EVALUATE W-KW-VALUE
                 WHEN 'NONE'
                   MOVE 0          TO W-PSN-SCN-KIND
                 WHEN 'NEGBAL'
                   MOVE 1          TO W-PSN-SCN-KIND
                 WHEN 'NSFRUN'
                   MOVE 2          TO W-PSN-SCN-KIND
                 WHEN 'MISSPAY'
                   MOVE 3          TO W-PSN-SCN-KIND
                 WHEN OTHER
                   PERFORM SUB-1429-PERSONA-LINE-ERROR
                                   THRU SUB-1429-EXIT
               END-EVALUATE

             WHEN OTHER
               PERFORM SUB-1429-PERSONA-LINE-ERROR THRU SUB-1429-EXIT
           END-EVALUATE
           .
       SUB-1410-EXIT.
           EXIT.
      /
       SUB-1412-APPLY-PERSONA-AGE.
      *---------------------------

      **** AGE=n, or AGE=lo,hi for a band - 18 to 100 either way.

           MOVE SPACES             TO W-CAL-PARTS
           MOVE 0                  TO W-CAL-PART-CNT
                                      W-CAL-NUM(1)
                                      W-CAL-NUM(2)
           SET  W-CAL-OK           TO TRUE
           MOVE W-KW-VALUE         TO W-CAL-KW-SAVE

           UNSTRING W-CAL-KW-SAVE  DELIMITED BY ','
                   INTO W-CAL-PART(1)
                        W-CAL-PART(2)
                        W-CAL-PART(3)
                   TALLYING IN W-CAL-PART-CNT
           END-UNSTRING

           IF      W-CAL-PART-CNT < 1
           OR      W-CAL-PART-CNT > 2
               PERFORM SUB-1429-PERSONA-LINE-ERROR THRU SUB-1429-EXIT
               GO TO SUB-1412-EXIT
           END-IF

           PERFORM SUB-1121-CHECK-CAL-PART THRU SUB-1121-EXIT
               VARYING W-CAL-DX FROM 1 BY 1
                 UNTIL W-CAL-DX > W-CAL-PART-CNT

           IF      W-CAL-PART-CNT = 1
               MOVE W-CAL-NUM(1)   TO W-CAL-NUM(2)
           END-IF

           IF      NOT W-CAL-OK
           OR      W-CAL-NUM(1) < 18
           OR      W-CAL-NUM(2) > 100
           OR      W-CAL-NUM(1) > W-CAL-NUM(2)
               PERFORM SUB-1429-PERSONA-LINE-ERROR THRU SUB-1429-EXIT
               GO TO SUB-1412-EXIT
           END-IF

           MOVE W-CAL-NUM(1)       TO W-PSN-AGE-LOW
           MOVE W-CAL-NUM(2)       TO W-PSN-AGE-HIGH
           .
       SUB-1412-EXIT.
           EXIT.
      /
       SUB-1414-APPLY-PERSONA-STATUS.
      *------------------------------

      **** STATUS=s,s,... - one status per account in account order,
      **** O open, D dormant, C closed, X charged off.  Accounts past
      **** the end of the list take the run's normal lifecycle draw.

           MOVE SPACES             TO W-PSN-STAT-LIST
                                      W-PSN-STATUSES
           MOVE 0                  TO W-PSN-STAT-CNT

           UNSTRING W-KW-VALUE     DELIMITED BY ','
                   INTO W-PSN-STAT-PART(1)
                        W-PSN-STAT-PART(2)
                        W-PSN-STAT-PART(3)
                        W-PSN-STAT-PART(4)
                        W-PSN-STAT-PART(5)
                        W-PSN-STAT-PART(6)
                        W-PSN-STAT-PART(7)
                        W-PSN-STAT-PART(8)
                        W-PSN-STAT-PART(9)
                        W-PSN-STAT-PART(10)
                   TALLYING IN W-PSN-STAT-CNT
           END-UNSTRING

           IF      W-PSN-STAT-CNT < 1
           OR      W-PSN-STAT-CNT > 9
               PERFORM SUB-1429-PERSONA-LINE-ERROR THRU SUB-1429-EXIT
               GO TO SUB-1414-EXIT
           END-IF

           PERFORM SUB-1415-CHECK-ONE-STATUS THRU SUB-1415-EXIT
               VARYING W-PSN-STAT-DX FROM 1 BY 1
                 UNTIL W-PSN-STAT-DX > W-PSN-STAT-CNT
                    OR W-PSN-BAD
           .
       SUB-1414-EXIT.
           EXIT.
      /
       SUB-1415-CHECK-ONE-STATUS.
      *--------------------------

           IF      W-PSN-STAT-PART(W-PSN-STAT-DX) = 'O' OR 'D'
                                                 OR 'C' OR 'X'
               MOVE W-PSN-STAT-PART(W-PSN-STAT-DX)
                                   TO W-PSN-STATUS(W-PSN-STAT-DX)
           ELSE
               PERFORM SUB-1429-PERSONA-LINE-ERROR THRU SUB-1429-EXIT
           END-IF
           .
       SUB-1415-EXIT.
           EXIT.
      /
       SUB-1420-STORE-PERSONA.
      *-----------------------

      **** Closes the persona block just read: the cross-checks no
      **** single line can make, then into the table.  The current
      **** persona is cleared for the next block either way.

           IF      NOT W-PSN-OPEN
               GO TO SUB-1420-EXIT
           END-IF

           IF      W-PSN-BAD
               GO TO SUB-1420-CLEAR
           END-IF

           MOVE SPACES             TO W-PSN-REASON

           IF      W-PSN-ACCTS < 9
               IF      W-PSN-STATUS(W-PSN-ACCTS + 1) NOT = SPACE
                   MOVE 'STATUS LIST LONGER THAN ACCOUNTS='
                                   TO W-PSN-REASON
               END-IF
           END-IF

           PERFORM SUB-1422-CHECK-DORMANT-AGE THRU SUB-1422-EXIT
               VARYING W-PSN-STAT-DX FROM 1 BY 1
                 UNTIL W-PSN-STAT-DX > 9

           IF      W-PSN-STATE NOT = SPACES
           AND     W-PSN-COUNTRY NOT = SPACES
           AND     W-PSN-COUNTRY NOT = 'US'
               MOVE 'STATE= NEEDS COUNTRY=US'
                                   TO W-PSN-REASON
           END-IF

           IF      W-PSN-JOINT-YES
               IF      W-PSN-HOUSEHOLD < 2
               OR      W-PSN-ACCTS < 1
                   MOVE 'JOINT=Y NEEDS HOUSEHOLD=2+ AND ACCOUNTS=1+'
                                   TO W-PSN-REASON
               END-IF
           END-IF

           IF      W-PSN-SCN-SET
           AND     W-PSN-SCN-KIND > 0
           AND     W-PSN-ACCTS < 1
               MOVE 'SCENARIO= NEEDS ACCOUNTS=1+'
                                   TO W-PSN-REASON
           END-IF

           IF      W-PSN-NO = 0
               MOVE 'NO PERSONA NUMBER'
                                   TO W-PSN-REASON
           END-IF

           PERFORM SUB-1423-CHECK-DUPLICATE THRU SUB-1423-EXIT
               VARYING W-PSN-DX FROM 1 BY 1
                 UNTIL W-PSN-DX > W-PSN-CNT

           IF      W-PSN-REASON = SPACES
           AND     W-PSN-CNT NOT < W-PSN-MAX
               MOVE 'LIBRARY FULL'  TO W-PSN-REASON
           END-IF

           IF      W-PSN-REASON NOT = SPACES
               PERFORM SUB-1428-PERSONA-REJECT THRU SUB-1428-EXIT
               GO TO SUB-1420-CLEAR
           END-IF

           ADD  1                  TO W-PSN-CNT
           MOVE W-PSN-CUR          TO W-PSN-SAVED(W-PSN-CNT)

           IF      W-PSN-SCN-SET
           AND     W-PSN-SCN-KIND > 0
               ADD  1              TO W-PSN-SCN-CNT
           END-IF
           .
       SUB-1420-CLEAR.

           INITIALIZE W-PSN-CUR
           MOVE 'N'                TO W-PSN-OPEN-SW
                                      W-PSN-BAD-SW
           .
       SUB-1420-EXIT.
           EXIT.
      /
       SUB-1422-CHECK-DORMANT-AGE.
      *---------------------------

      **** A dormant account needs a year of history before the
      **** dormancy cutoff, which an unstated age cannot promise.

           IF      W-PSN-STATUS(W-PSN-STAT-DX) = 'D'
           AND     W-PSN-AGE-LOW < 20
               MOVE 'STATUS=D NEEDS AGE=20 OR OVER'
                                   TO W-PSN-REASON
           END-IF
           .
       SUB-1422-EXIT.
           EXIT.
      /
       SUB-1423-CHECK-DUPLICATE.
      *-------------------------

           IF      W-PSN-SAVED(W-PSN-DX)(1 : 4) = W-PSN-NO
               MOVE 'PERSONA NUMBER ALREADY USED'
                                   TO W-PSN-REASON
           END-IF
           .
       SUB-1423-EXIT.
           EXIT.
      /
       SUB-1425-PLACE-ONE-PERSONA.
      *---------------------------

           COMPUTE W-PSN-AFTER(W-PSN-DX)
                                   =  W-PSN-DX * W-RECORD-COUNT
                                   /  (W-PSN-CNT + 1)
           .
       SUB-1425-EXIT.
           EXIT.
      /
       SUB-1428-PERSONA-REJECT.
      *------------------------

           ADD  1                  TO W-PSN-ERROR-CNT

           MOVE SPACES             TO W-RPT-LINE
           STRING 'PERSONA '
                  W-PSN-NO
                  ' REJECTED: '
                  W-PSN-REASON     DELIMITED SIZE
                                   INTO W-RPT-LINE

           MOVE W-RPT-LINE         TO CTLRPT-REC

           WRITE CTLRPT-REC

           DISPLAY W-ERROR-MSG
                   W-RPT-LINE(1 : 60)
           .
       SUB-1428-EXIT.
           EXIT.
      /
       SUB-1429-PERSONA-LINE-ERROR.
      *----------------------------

           ADD  1                  TO W-PSN-ERROR-CNT

           MOVE W-PSN-LINE-NO      TO W-CTL-LINE-NO-DISP

           MOVE SPACES             TO W-RPT-LINE
           STRING 'PERSONA LINE '
                  W-CTL-LINE-NO-DISP
                  ' IN ERROR: '
                  PSNFILE-LINE     DELIMITED SIZE
                                   INTO W-RPT-LINE

           MOVE W-RPT-LINE         TO CTLRPT-REC

           WRITE CTLRPT-REC

           DISPLAY W-ERROR-MSG
                   W-RPT-LINE(1 : 60)

           IF      W-PSN-OPEN
               SET  W-PSN-BAD      TO TRUE
           END-IF
           .
       SUB-1429-EXIT.
           EXIT.
      /
       SUB-1430-POSITION-PERSONAS.
      *---------------------------

      **** A restart resumes behind the personas already written
      **** ahead of the checkpointed customer count.

           MOVE 1                  TO W-PSN-NEXT
           MOVE 0                  TO W-PSN-GEN-CNT

           PERFORM SUB-1435-COUNT-ONE-PERSONA THRU SUB-1435-EXIT
               VARYING W-PSN-DX FROM 1 BY 1
                 UNTIL W-PSN-DX > W-PSN-CNT
           .
       SUB-1430-EXIT.
           EXIT.
      /
       SUB-1435-COUNT-ONE-PERSONA.
      *---------------------------

           IF      W-PSN-AFTER(W-PSN-DX) < W-GNRTFILE-RECS
               ADD  1              TO W-PSN-NEXT
                                      W-PSN-GEN-CNT
           END-IF
           .
       SUB-1435-EXIT.
           EXIT.
      /
       SUB-1500-DRY-RUN-REPORT.
      *------------------------

      **** No output files are opened or written in this mode.  One
      **** seeded call per provider function the run would use both
      **** proves the call path end to end and forces each provider
      **** through its first-call start-up - including the
      **** weight-override file reads - so a bad override file or
      **** table surfaces here, not an hour into the window.

           DISPLAY 'FAKERGEN DRY RUN - no output will be written'
           DISPLAY '  resolved seed:       ' W-RUN-SEED-NO
           DISPLAY '  output format:       ' W-OUTPUT-FORMAT-SW
           DISPLAY '  profile mode:        ' W-PROFILE-MODE-SW
           DISPLAY '  frequency log:       ' W-FREQUENCY-LOG-SW

           MOVE W-RECORD-COUNT     TO W-DISP-NUM
           DISPLAY '  requested customers: ' W-DISP-NUM

      **** Projected physical records and bytes per output format,
      **** from the same record layouts the run would write.

           EVALUATE TRUE
             WHEN OUTPUT-FORMAT-FIXED
               COMPUTE W-PROJ-RECORDS
                                   =  W-RECORD-COUNT * 4 + 2
               COMPUTE W-PROJ-BYTES
                                   =  W-RECORD-COUNT *
                                      (LENGTH OF GNRTFILE-P-REC
                                       + LENGTH OF GNRTFILE-A-REC
                                       + LENGTH OF GNRTFILE-B-REC
                                       + LENGTH OF GNRTFILE-C-REC)

      **** Child accounts and transactions at their expected
      **** (mid-range) counts - the DASD projection is the whole
      **** point of this mode, and a child-generating run is sized
      **** by its D/X records, not its parents.

               IF      PROFILE-MODE-ON
               AND     W-ACCT-MAX > 0
                   COMPUTE W-PROJ-ACCTS
                                   =  W-RECORD-COUNT
                                      * (W-ACCT-MIN + W-ACCT-MAX)
                                      / 2
                   COMPUTE W-PROJ-TRANS
                                   =  W-PROJ-ACCTS
                                      * (W-TRAN-MIN + W-TRAN-MAX)
                                      / 2
                   COMPUTE W-PROJ-RECORDS
                                   =  W-PROJ-RECORDS
                                      + W-PROJ-ACCTS
                                      + W-PROJ-TRANS
                   COMPUTE W-PROJ-BYTES
                                   =  W-PROJ-BYTES
                                      + W-PROJ-ACCTS
                                        * LENGTH OF GNRTFILE-D-REC
                                      + W-PROJ-TRANS
                                        * LENGTH OF GNRTFILE-X-REC
               END-IF

             WHEN OUTPUT-FORMAT-PACKED
               COMPUTE W-PROJ-RECORDS
                                   =  W-RECORD-COUNT
               COMPUTE W-PROJ-BYTES
                                   =  W-RECORD-COUNT
                                      * LENGTH OF GNRPFILE-REC

             WHEN OTHER
               COMPUTE W-PROJ-RECORDS
                                   =  W-RECORD-COUNT
               COMPUTE W-PROJ-BYTES
                                   =  W-RECORD-COUNT
                                      * LENGTH OF GNRTFILE-CSV-REC
           END-EVALUATE

           MOVE W-PROJ-RECORDS     TO W-PROJ-DISP
           DISPLAY '  projected records:   ' W-PROJ-DISP

           MOVE W-PROJ-BYTES       TO W-PROJ-DISP
           DISPLAY '  projected bytes:     ' W-PROJ-DISP

      **** One validation call per provider function:

           MOVE 1                  TO W-SEED-REC-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           SET  TAXID-SSN-HYPHEN   TO TRUE
           PERFORM SUB-1510-DRY-RUN-CALL THRU SUB-1510-EXIT

           SET  PERSON-NAME        TO TRUE
           PERFORM SUB-1510-DRY-RUN-CALL THRU SUB-1510-EXIT

           SET  ADDRESS-ADDRESS    TO TRUE
           PERFORM SUB-1510-DRY-RUN-CALL THRU SUB-1510-EXIT

           SET  TELEPHONE          TO TRUE
           PERFORM SUB-1510-DRY-RUN-CALL THRU SUB-1510-EXIT

           SET  BANK-ACCOUNT       TO TRUE
           PERFORM SUB-1510-DRY-RUN-CALL THRU SUB-1510-EXIT

           SET  BANK-ROUTING       TO TRUE
           PERFORM SUB-1510-DRY-RUN-CALL THRU SUB-1510-EXIT

           SET  COMPANY-COMPANY    TO TRUE
           PERFORM SUB-1510-DRY-RUN-CALL THRU SUB-1510-EXIT

           DISPLAY 'FAKERGEN DRY RUN complete'
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-DRY-RUN-CALL.
      *----------------------

           MOVE W-SEED-TEXT        TO FAKER-SEED-TEXT
           MOVE 'FAKERGEN'         TO FAKER-CALLING-PROGRAM
                                      IN W-FAKER-PARAMETER

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      FAKER-RESPONSE-GOOD
               DISPLAY '  provider check OK:   '
                       FAKER-PROVIDER-FUNCTION
           ELSE
               DISPLAY '  provider check BAD:  '
                       FAKER-PROVIDER-FUNCTION
                       ' '
                       FAKER-RESPONSE-CODE
                       ' '
                       FAKER-RESPONSE-MSG
               MOVE 8              TO RETURN-CODE
           END-IF
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-1170-TRIM-AUX-FILES.
      *------------------------

      **** Restart reconciliation for the auxiliary files: the
      **** abended pass already logged rejects and frequency
      **** observations for records BEYOND the checkpoint position
      **** this restart resumes from, and those records are about to
      **** be generated (and logged) again.  Each file is rewritten
      **** keeping only the records at or before the checkpoint
      **** position, so a run that abended and resumed ends up with
      **** the same REJFILE and FRQFILE a clean run would have - and
      **** FAKERQA's observed-vs-configured comparison stays honest
      **** on restarted runs.

           PERFORM SUB-1172-TRIM-REJFILE THRU SUB-1172-EXIT

           IF      FREQUENCY-LOG-ON
               PERFORM SUB-1174-TRIM-FRQFILE THRU SUB-1174-EXIT
           END-IF
           .
       SUB-1170-EXIT.
           EXIT.
      /
       SUB-1172-TRIM-REJFILE.
      *----------------------

           MOVE 'N'                TO W-AUX-EOF-SW
           MOVE 0                  TO W-AUX-KEPT-CNT

           OPEN INPUT REJFILE

           IF      W-REJFILE-STATUS NOT = '00'
               GO TO SUB-1172-EXIT
           END-IF

           OPEN OUTPUT AUXTEMP

           PERFORM SUB-1173-COPY-KEPT-REJECT THRU SUB-1173-EXIT
               UNTIL W-AUX-EOF

           CLOSE REJFILE
                 AUXTEMP

           MOVE 'N'                TO W-AUX-EOF-SW

           OPEN INPUT AUXTEMP
           OPEN OUTPUT REJFILE

           PERFORM SUB-1176-COPY-BACK-REJECT THRU SUB-1176-EXIT
               UNTIL W-AUX-EOF

           CLOSE AUXTEMP
                 REJFILE

           MOVE W-AUX-KEPT-CNT     TO W-REJFILE-RECS
           .
       SUB-1172-EXIT.
           EXIT.
      /
       SUB-1173-COPY-KEPT-REJECT.
      *--------------------------

           READ REJFILE
               AT END
                   SET  W-AUX-EOF  TO TRUE
               NOT AT END
                   IF      REJ-RECORD-NO NUMERIC
                   AND     REJ-RECORD-NO <= W-GNRTFILE-RECS
                       MOVE REJFILE-REC
                                   TO AUXTEMP-REC
                       WRITE AUXTEMP-REC
                       ADD  1      TO W-AUX-KEPT-CNT
                   END-IF
           END-READ
           .
       SUB-1173-EXIT.
           EXIT.
      /
       SUB-1174-TRIM-FRQFILE.
      *----------------------

           MOVE 'N'                TO W-AUX-EOF-SW
           MOVE 0                  TO W-AUX-KEPT-CNT

           OPEN INPUT FRQFILE

           IF      W-FRQFILE-STATUS NOT = '00'
               GO TO SUB-1174-EXIT
           END-IF

           OPEN OUTPUT AUXTEMP

           PERFORM SUB-1175-COPY-KEPT-FREQ THRU SUB-1175-EXIT
               UNTIL W-AUX-EOF

           CLOSE FRQFILE
                 AUXTEMP

           MOVE 'N'                TO W-AUX-EOF-SW

           OPEN INPUT AUXTEMP
           OPEN OUTPUT FRQFILE

           PERFORM SUB-1177-COPY-BACK-FREQ THRU SUB-1177-EXIT
               UNTIL W-AUX-EOF

           CLOSE AUXTEMP
                 FRQFILE

           MOVE W-AUX-KEPT-CNT     TO W-FRQFILE-RECS
           .
       SUB-1174-EXIT.
           EXIT.
      /
       SUB-1175-COPY-KEPT-FREQ.
      *------------------------

           READ FRQFILE
               AT END
                   SET  W-AUX-EOF  TO TRUE
               NOT AT END
                   IF      FRQ-RECORD-NO NUMERIC
                   AND     FRQ-RECORD-NO <= W-GNRTFILE-RECS
                       MOVE FRQFILE-REC
                                   TO AUXTEMP-REC
                       WRITE AUXTEMP-REC
                       ADD  1      TO W-AUX-KEPT-CNT
                   END-IF
           END-READ
           .
       SUB-1175-EXIT.
           EXIT.
      /
       SUB-1176-COPY-BACK-REJECT.
      *--------------------------

           READ AUXTEMP
               AT END
                   SET  W-AUX-EOF  TO TRUE
               NOT AT END
                   MOVE AUXTEMP-REC
                                   TO REJFILE-REC
                   WRITE REJFILE-REC
           END-READ
           .
       SUB-1176-EXIT.
           EXIT.
      /
       SUB-1177-COPY-BACK-FREQ.
      *------------------------

           READ AUXTEMP
               AT END
                   SET  W-AUX-EOF  TO TRUE
               NOT AT END
                   MOVE AUXTEMP-REC
                                   TO FRQFILE-REC
                   WRITE FRQFILE-REC
           END-READ
           .
       SUB-1177-EXIT.
           EXIT.
      /
       SUB-1180-READ-LAYTFILE.
      *-----------------------

      **** Loads the caller's layout definition.  A record whose
      **** position or length is unusable, or that would reach past
      **** the output buffer, is reported and skipped rather than
      **** half-applied; an empty or missing layout file drops the
      **** run back to the fixed multi-record format so it still
      **** produces something inspectable rather than an empty file.

           OPEN INPUT LAYTFILE

           IF      W-LAYTFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open LAYTFILE, status '
                       W-LAYTFILE-STATUS
                       ' - reverting to fixed format'
               MOVE 'F'            TO W-OUTPUT-FORMAT-SW
               GO TO SUB-1180-EXIT
           END-IF

           PERFORM SUB-1185-READ-LAYTFILE-REC THRU SUB-1185-EXIT

           PERFORM SUB-1187-LOAD-LAYOUT-ENTRY THRU SUB-1187-EXIT
               UNTIL W-LAY-EOF
                  OR W-LAY-CNT >= W-LAY-MAX

           CLOSE LAYTFILE

           IF      W-LAY-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no usable layout records - reverting to fixed'
               MOVE 'F'            TO W-OUTPUT-FORMAT-SW
           END-IF
           .
       SUB-1180-EXIT.
           EXIT.
      /
       SUB-1185-READ-LAYTFILE-REC.
      *---------------------------

           READ LAYTFILE
               AT END
                   SET  W-LAY-EOF  TO TRUE
           END-READ
           .
       SUB-1185-EXIT.
           EXIT.
      /
       SUB-1187-LOAD-LAYOUT-ENTRY.
      *---------------------------

           IF      LAY-POSITION NUMERIC
           AND     LAY-LENGTH NUMERIC
           AND     LAY-POSITION > 0
           AND     LAY-LENGTH > 0
           AND     LAY-POSITION + LAY-LENGTH - 1
                       <= LENGTH OF W-LAYOUT-REC
           AND     LAY-PROVIDER-FUNCTION NOT = SPACES
               ADD  1              TO W-LAY-CNT
               MOVE LAY-FIELD-NAME TO W-LAY-FIELD-NAME(W-LAY-CNT)
               MOVE LAY-POSITION   TO W-LAY-POSITION(W-LAY-CNT)
               MOVE LAY-LENGTH     TO W-LAY-LENGTH(W-LAY-CNT)
               MOVE LAY-PROVIDER-FUNCTION
                                   TO W-LAY-FUNCTION(W-LAY-CNT)

               IF      LAY-AMOUNT-MIN NUMERIC
                   MOVE LAY-AMOUNT-MIN
                                   TO W-LAY-AMOUNT-MIN(W-LAY-CNT)
               ELSE
                   MOVE 0          TO W-LAY-AMOUNT-MIN(W-LAY-CNT)
               END-IF

               IF      LAY-AMOUNT-MAX NUMERIC
                   MOVE LAY-AMOUNT-MAX
                                   TO W-LAY-AMOUNT-MAX(W-LAY-CNT)
               ELSE
                   MOVE 0          TO W-LAY-AMOUNT-MAX(W-LAY-CNT)
               END-IF

               IF      LAY-POSITION + LAY-LENGTH - 1 > W-LAY-RECLEN
                   COMPUTE W-LAY-RECLEN
                                   =  LAY-POSITION + LAY-LENGTH - 1
               END-IF
           ELSE
               DISPLAY W-ERROR-MSG
                       'layout record skipped: '
                       LAYTFILE-REC
           END-IF

           PERFORM SUB-1185-READ-LAYTFILE-REC THRU SUB-1185-EXIT
           .
       SUB-1187-EXIT.
           EXIT.
      /
       SUB-1200-CHOOSE-RUN-SEED.
      *-------------------------

      **** No seed was supplied by the control record, so ask FAKRAND
      **** to resolve one the way it would for any other unseeded
      **** call, and adopt that as this run's seed so every detail
      **** record generated can be tied back to it.

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           MOVE FAKRAND-RESOLVED-SEED-NO
                                   TO W-RUN-SEED-NO
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1250-ENTER-STREAM-MODE.
      *---------------------------

      **** Seeds the free-running generator deterministically from
      **** the run seed and switches FAKRAND into stream mode, so
      **** every provider draw this run makes comes off that one
      **** stream with no per-call reseeding.

           SET  STATE-REQUEST-STREAM-MODE
                                   TO TRUE
           MOVE W-RUN-SEED-NO      TO FAKRAND-SEED-NO

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           DISPLAY 'FAKERGEN: stream mode in effect'
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-1260-RESTORE-STREAM.
      *------------------------

      **** Restart in stream mode: load the stream state the
      **** checkpoint externalized and re-enter stream mode, so the
      **** resumed records continue the exact sequence the abended
      **** pass would have produced.

           SET  STATE-REQUEST-RESTORE
                                   TO TRUE
           MOVE W-CKPT-BEST-STREAM-X
                                   TO FAKRAND-STATE-X
           MOVE W-CKPT-BEST-STREAM-Y
                                   TO FAKRAND-STATE-Y
           MOVE W-CKPT-BEST-STREAM-Z
                                   TO FAKRAND-STATE-Z

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           DISPLAY 'FAKERGEN: stream state restored from checkpoint'
           .
       SUB-1260-EXIT.
           EXIT.
      /
       SUB-1700-BUILD-EMPLOYER-POOL.
      *-----------------------------

      **** One COMPANY-PROFILE call per pool slot, each seeded from
      **** the run seed plus the slot number so the same run seed
      **** rebuilds the identical pool - on a restart too.  The
      **** employer's email domain is derived from the first word of
      **** its name.

           PERFORM SUB-1710-BUILD-ONE-EMPLOYER THRU SUB-1710-EXIT
               VARYING W-EMP-DX FROM 1 BY 1
                 UNTIL W-EMP-DX > W-EMP-POOL-SIZE

           DISPLAY 'FAKERGEN: employer pool built'
           .
       SUB-1700-EXIT.
           EXIT.
      /
       SUB-1710-BUILD-ONE-EMPLOYER.
      *----------------------------

           MOVE W-RUN-SEED-NO      TO W-EMP-SEED-DISP
           MOVE W-EMP-DX           TO W-EMP-DX-DISP

           MOVE SPACES             TO FAKER-SEED-TEXT
           STRING 'FAKERGEN employer pool '
                  W-EMP-SEED-DISP
                  ' '
                  W-EMP-DX-DISP    DELIMITED SIZE
                                   INTO FAKER-SEED-TEXT

           SET  COMPANY-PROFILE    TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-COMPANY-NAME
                                   TO W-EMP-NAME(W-EMP-DX)

               MOVE SPACES         TO W-EMP-DOMAIN-WORD
               UNSTRING FAKER-COMPANY-NAME
                                DELIMITED BY ' '
                                     INTO W-EMP-DOMAIN-WORD
               END-UNSTRING

               MOVE SPACES         TO W-EMP-DOMAIN(W-EMP-DX)
               STRING FUNCTION LOWER-CASE(
                          FUNCTION TRIM(W-EMP-DOMAIN-WORD))
                      '.com'       DELIMITED SIZE
                                   INTO W-EMP-DOMAIN(W-EMP-DX)
           ELSE
               MOVE 'Synthetic Employer'
                                   TO W-EMP-NAME(W-EMP-DX)
               MOVE 'example.com'  TO W-EMP-DOMAIN(W-EMP-DX)
           END-IF
           .
       SUB-1710-EXIT.
           EXIT.
      /
       SUB-1800-BUILD-BRANCH-POOL.
      *---------------------------

      **** One branch per pool slot, seeded from the run seed plus
      **** the slot number so the same run seed rebuilds the same
      **** branch network - restarts included.  The reference file
      **** is rewritten whole every run from the same draws.

           OPEN OUTPUT BRNFILE

           PERFORM SUB-1810-BUILD-ONE-BRANCH THRU SUB-1810-EXIT
               VARYING W-BRN-DX FROM 1 BY 1
                 UNTIL W-BRN-DX > W-BRN-POOL-SIZE

           CLOSE BRNFILE

           DISPLAY 'FAKERGEN: branch pool built'
           .
       SUB-1800-EXIT.
           EXIT.
      /
       SUB-1810-BUILD-ONE-BRANCH.
      *--------------------------

           MOVE W-RUN-SEED-NO      TO W-BRN-SEED-DISP
           MOVE W-BRN-DX           TO W-BRN-DX-DISP

           MOVE SPACES             TO FAKER-SEED-TEXT
           STRING 'FAKERGEN branch pool   '
                  W-BRN-SEED-DISP
                  ' '
                  W-BRN-DX-DISP    DELIMITED SIZE
                                   INTO FAKER-SEED-TEXT

           MOVE SPACES             TO BRNFILE-REC
           MOVE W-BRN-DX           TO BRN-BRANCH-NO

      **** NAME - a company-table draw wearing the branch badge:

           SET  COMPANY-COMPANY    TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE SPACES         TO W-BRN-POOL-NAME(W-BRN-DX)
               STRING FAKER-RESULT(1 : 27)
                      ' BRANCH'    DELIMITED SIZE
                                   INTO W-BRN-POOL-NAME(W-BRN-DX)
           ELSE
               MOVE 'SYNTHETIC BRANCH'
                                   TO W-BRN-POOL-NAME(W-BRN-DX)
           END-IF

           MOVE W-BRN-POOL-NAME(W-BRN-DX)
                                   TO BRN-NAME

      **** ADDRESS - the returned state ordinal is what keeps the
      **** customer assignment geographically sensible:

           SET  ADDRESS-ADDRESS    TO TRUE
           MOVE 0                  TO FAKER-SESSION-ID

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-ADDRESS-STREET
                                   TO BRN-STREET
               MOVE FAKER-ADDRESS-CITY
                                   TO BRN-CITY
               MOVE FAKER-ADDRESS-STATE
                                   TO BRN-STATE
           END-IF

           MOVE FAKER-SESSION-ID   TO W-BRN-STATE-ORD(W-BRN-DX)
           MOVE 0                  TO FAKER-SESSION-ID

      **** ROLLUP - five branches to a region, five regions to a
      **** division, straight off the branch ordinal so the codes
      **** are stable run over run:

           COMPUTE BRN-REGION      =  (W-BRN-DX - 1) / 5 + 1
           COMPUTE BRN-DIVISION    =  (W-BRN-DX - 1) / 25 + 1

           WRITE BRNFILE-REC
           .
       SUB-1810-EXIT.
           EXIT.
      /
       SUB-1900-LOAD-PRODUCTS.
      *-----------------------

      **** Loads the product catalog.  A record that fails the edit
      **** is reported and skipped rather than half-applied (the
      **** LAYTFILE rule); a missing catalog, or a class with no
      **** usable product on it, takes the built-in defaults for
      **** that class.

           OPEN INPUT PRDFILE

           IF      W-PRDFILE-STATUS = '00'
               PERFORM SUB-1905-READ-PRDFILE THRU SUB-1905-EXIT

               PERFORM SUB-1910-LOAD-ONE-PRODUCT THRU SUB-1910-EXIT
                   UNTIL W-PRD-EOF
                      OR W-PRD-CNT >= W-PRD-MAX

               CLOSE PRDFILE
           ELSE
               DISPLAY 'FAKERGEN: no product catalog, status '
                       W-PRDFILE-STATUS
                       ' - built-in products apply'
           END-IF

           IF      W-PRD-D-WEIGHT = 0
               MOVE 'D'            TO W-PRD-CLASS-WANTED
               PERFORM SUB-1920-LOAD-DEFAULT THRU SUB-1920-EXIT
                   VARYING W-PRD-DEFAULT-DX FROM 1 BY 1
                     UNTIL W-PRD-DEFAULT-DX > 8
           END-IF

           IF      W-PRD-L-WEIGHT = 0
               MOVE 'L'            TO W-PRD-CLASS-WANTED
               PERFORM SUB-1920-LOAD-DEFAULT THRU SUB-1920-EXIT
                   VARYING W-PRD-DEFAULT-DX FROM 1 BY 1
                     UNTIL W-PRD-DEFAULT-DX > 8
           END-IF

           MOVE W-PRD-CNT          TO W-DISP-NUM
           DISPLAY 'FAKERGEN: products loaded: '
                   W-DISP-NUM
           .
       SUB-1900-EXIT.
           EXIT.
      /
       SUB-1905-READ-PRDFILE.
      *----------------------

           READ PRDFILE          INTO W-PRD-ENTRY
               AT END
                   SET  W-PRD-EOF  TO TRUE
           END-READ
           .
       SUB-1905-EXIT.
           EXIT.
      /
       SUB-1910-LOAD-ONE-PRODUCT.
      *--------------------------

           PERFORM SUB-1930-EDIT-PRODUCT THRU SUB-1930-EXIT

           PERFORM SUB-1905-READ-PRDFILE THRU SUB-1905-EXIT
           .
       SUB-1910-EXIT.
           EXIT.
      /
       SUB-1920-LOAD-DEFAULT.
      *----------------------

           MOVE W-PRD-DEFAULT(W-PRD-DEFAULT-DX)
                                   TO W-PRD-ENTRY

           IF      W-PE-CLASS = W-PRD-CLASS-WANTED
           AND     W-PRD-CNT < W-PRD-MAX
               PERFORM SUB-1930-EDIT-PRODUCT THRU SUB-1930-EXIT
           END-IF
           .
       SUB-1920-EXIT.
           EXIT.
      /
       SUB-1930-EDIT-PRODUCT.
      *----------------------

      **** A loan product needs a term of at least a month - the
      **** amortization divides by it.

           IF      W-PE-CODE NOT = SPACES
           AND    (W-PE-CLASS = 'D' OR 'L')
           AND     W-PE-TYPE NOT = SPACES
           AND     W-PE-RATE-BP NUMERIC
           AND     W-PE-FEE-CENTS NUMERIC
           AND     W-PE-MIN-BAL-CENTS NUMERIC
           AND     W-PE-TERM-MIN NUMERIC
           AND     W-PE-TERM-MAX NUMERIC
           AND     W-PE-WEIGHT NUMERIC
           AND     W-PE-WEIGHT > 0
           AND     W-PE-TERM-MIN <= W-PE-TERM-MAX
           AND    (W-PE-CLASS = 'D' OR W-PE-TERM-MIN > 0)
               ADD  1              TO W-PRD-CNT
               MOVE W-PE-CODE      TO W-PRD-CODE(W-PRD-CNT)
               MOVE W-PE-CLASS     TO W-PRD-CLASS(W-PRD-CNT)
               MOVE W-PE-TYPE      TO W-PRD-TYPE(W-PRD-CNT)
               MOVE W-PE-RATE-BP   TO W-PRD-RATE-BP(W-PRD-CNT)
               MOVE W-PE-FEE-CENTS TO W-PRD-FEE-CENTS(W-PRD-CNT)
               MOVE W-PE-MIN-BAL-CENTS
                                   TO W-PRD-MIN-BAL-CENTS(W-PRD-CNT)
               MOVE W-PE-TERM-MIN  TO W-PRD-TERM-MIN(W-PRD-CNT)
               MOVE W-PE-TERM-MAX  TO W-PRD-TERM-MAX(W-PRD-CNT)
               MOVE W-PE-WEIGHT    TO W-PRD-WEIGHT(W-PRD-CNT)

               IF      W-PE-CLASS = 'D'
                   ADD  W-PE-WEIGHT
                                   TO W-PRD-D-WEIGHT
               ELSE
                   ADD  W-PE-WEIGHT
                                   TO W-PRD-L-WEIGHT
               END-IF
           ELSE
               DISPLAY W-ERROR-MSG
                       'product record skipped: '
                       W-PRD-ENTRY
           END-IF
           .
       SUB-1930-EXIT.
           EXIT.
      /
       SUB-1300-WRITE-HEADER.
      *----------------------

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           MOVE SPACES             TO GNRTFILE-HDR-REC
           MOVE 'H'                TO H-RECORD-TYPE

           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                      INTO H-RUN-DATE

           STRING W-CURRENT-HH     ':'
                  W-CURRENT-MIN    ':'
                  W-CURRENT-SS     DELIMITED SIZE
                                      INTO H-RUN-TIME

           MOVE W-RUN-SEED-NO      TO H-SEED-NO
           MOVE W-LYV-CURRENT-VERSION
                                   TO H-LAYOUT-VERSION

           MOVE W-RUN-SEED-NO      TO W-WMK-SEED-DISP
           MOVE H-RUN-DATE         TO W-WMK-DATE
           MOVE H-LAYOUT-VERSION   TO W-WMK-LAYOUT-VERSION

           PERFORM SUB-8650-COMPUTE-HDR-SIG THRU SUB-8650-EXIT

           MOVE W-WMK-SIG          TO H-SIGNATURE

           MOVE H-RUN-DATE         TO W-BAL-AS-OF-DATE

           WRITE GNRTFILE-HDR-REC
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-WRITE-JSON-HEADER.
      *---------------------------

      **** Opens the run wrapper object - the same control
      **** information the fixed-format H record carries, rendered as
      **** the wrapper the customer array sits inside.

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           MOVE W-RUN-SEED-NO      TO W-JSON-NUM-EDIT

           MOVE SPACES             TO W-JSON-LINE
           STRING '{"run": {"runDate": "'
                  W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD
                  '", "runTime": "'
                  W-CURRENT-HH     ':'
                  W-CURRENT-MIN    ':'
                  W-CURRENT-SS
                  '", "seed": '
                  FUNCTION TRIM(W-JSON-NUM-EDIT)
                  ', "layoutVersion": '
                  W-LYV-CURRENT-VERSION
                  '}, "customers": ['
                                   DELIMITED SIZE
                                   INTO W-JSON-LINE

           MOVE W-JSON-LINE        TO GNRTFILE-JSON-REC

           WRITE GNRTFILE-JSON-REC
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** A persona is extra to the run's customer count.

           IF      NOT W-PSN-EMITTING
               ADD  1              TO W-GNRTFILE-RECS
           END-IF
           MOVE SPACES             TO W-GNRTFILE-WORK-REC

      **** In stream mode the generator runs freely from the run
      **** seed and is checkpointed by state, so no per-record seed
      **** text is built - that is the whole saving.

           IF      NOT STREAM-MODE-ON
               IF      W-PSN-EMITTING
                   MOVE W-PSN-NO         TO W-SEED-REC-NO
                   COMPUTE W-SEED-TEXT-RUN-SEED
                                   =  999999999 - W-RUN-SEED-NO
               ELSE
                   MOVE W-GNRTFILE-RECS  TO W-SEED-REC-NO
                   MOVE W-RUN-SEED-NO    TO W-SEED-TEXT-RUN-SEED
               END-IF
               MOVE W-SEED-TEXT    TO FAKER-SEED-TEXT
           END-IF

           MOVE SPACES             TO FAKER-CUSTOMER-ID
           IF      PROFILE-MODE-ON
               ADD  1              TO W-CUSTOMER-ID-SEQ

               PERFORM SUB-2055-ASSIGN-CUSTOMER-ID
                                   THRU SUB-2055-EXIT

               MOVE W-CUSTOMER-ID-TEXT
                                   TO FAKER-CUSTOMER-ID
               MOVE W-CUSTOMER-ID-TEXT
                                   TO G-CUSTOMER-ID
           END-IF

           IF      OUTPUT-FORMAT-LAYOUT
               PERFORM SUB-2400-GENERATE-LAYOUT-REC THRU SUB-2400-EXIT

               PERFORM SUB-2150-CHECKPOINT-IF-DUE THRU SUB-2150-EXIT

               GO TO SUB-2000-EXIT
           END-IF

      **** Each record describes its own place: clear the state
      **** session so the address draw picks a fresh state (or, with
      **** a stratified quota in effect, the next unfilled state's
      **** ordinal, held through the session mechanism FAKADDR
      **** honours).

           MOVE 0                  TO FAKER-SESSION-ID

           IF      W-STRAT-QUOTA > 0
           AND     NOT W-PSN-EMITTING
               PERFORM SUB-2060-PICK-STRATUM THRU SUB-2060-EXIT
           END-IF

      **** COUNTRY - one coherent nationality per customer when a
      **** mix is configured; everything below keys off it.

           MOVE 'US'               TO W-CUST-COUNTRY
           MOVE SPACES             TO FAKER-COUNTRY
                                      FAKER-LOCALE

      **** A persona's nationality and state are as it names them,
      **** and neither the country mix nor the calibrated state mix
      **** applies to it.

           IF      W-PSN-EMITTING
               PERFORM SUB-2030-PERSONA-PLACE THRU SUB-2030-EXIT
           ELSE
           IF      W-CTRY-CA-PCT > 0
           OR      W-CTRY-UK-PCT > 0
               PERFORM SUB-2050-PICK-COUNTRY THRU SUB-2050-EXIT
           END-IF
           END-IF

      **** A calibrated state mix steers a U.S. customer's state the
      **** same way, when no quota is doing so already.

           IF      W-CAL-STATE-TOTAL > 0
           AND     W-STRAT-QUOTA = 0
           AND     W-CUST-COUNTRY = 'US'
           AND     NOT W-PSN-EMITTING
               PERFORM SUB-2062-PICK-CAL-STATE THRU SUB-2062-EXIT
           END-IF

      **** COMMERCIAL - at the COMMERCIAL= rate a U.S. customer is a
      **** business; the person drawn below is then replaced by the
      **** business's own identity just before the write (see
      **** SUB-2500-BUSINESS-IDENTITY), so the address, telephone and
      **** bank draws serve both.

           MOVE SPACE              TO W-COMM-PARTY-TYPE

           IF      W-COMM-PCT > 0
           AND     PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     W-CUST-COUNTRY = 'US'
           AND     NOT W-PSN-EMITTING
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-COMM-DRAW =  FAKRAND-RANDOM-NO * 100

               IF      W-COMM-DRAW < W-COMM-PCT
                   MOVE 'B'        TO W-COMM-PARTY-TYPE
               END-IF
           END-IF

      **** TAXID - the in-country identifier: SSN for US, SIN for
      **** CA, National Insurance number for UK.  The bulk block
      **** only ever holds SSNs, so only a US customer draws from
      **** it.

           EVALUATE W-CUST-COUNTRY
             WHEN 'CA'
               SET  TAXID-SIN-HYPHEN
                                   TO TRUE
             WHEN 'UK'
               SET  TAXID-NINO     TO TRUE
             WHEN OTHER
               SET  TAXID-SSN-HYPHEN
                                   TO TRUE
           END-EVALUATE

           IF      BULK-MODE-ON
           AND     W-CUST-COUNTRY NOT = 'US'
               PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-RESULT
                                   TO G-TAXID-SSN
               ELSE
                   MOVE 'ERROR'    TO G-TAXID-SSN
               END-IF
           ELSE
           IF      BULK-MODE-ON
               MOVE 1              TO W-BLK-F
               PERFORM SUB-2600-NEXT-BULK-VALUE THRU SUB-2600-EXIT

               IF      W-BULK-GOOD
                   MOVE W-BULK-VALUE
                                   TO G-TAXID-SSN
               ELSE
                   MOVE 'ERROR'    TO G-TAXID-SSN
               END-IF
           ELSE
               PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-RESULT
                                   TO G-TAXID-SSN
               ELSE
                   MOVE 'ERROR'    TO G-TAXID-SSN
               END-IF
           END-IF
           END-IF

      **** DATE OF BIRTH - drawn BEFORE the name so the birth date
      **** can steer the first-name draw into its era band:

           SET  PERSON-DATE-OF-BIRTH
                                   TO TRUE

      **** A persona's stated age (or band) bounds the draw.

           IF      W-PSN-EMITTING
           AND     W-PSN-AGE-LOW > 0
               MOVE W-PSN-AGE-LOW  TO FAKER-AGE-MIN
               MOVE W-PSN-AGE-HIGH TO FAKER-AGE-MAX
           END-IF

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE 0                  TO FAKER-AGE-MIN
                                      FAKER-AGE-MAX

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO G-DATE-OF-BIRTH
                                      FAKER-BIRTH-DATE
           ELSE
               MOVE 'ERROR'        TO G-DATE-OF-BIRTH
               MOVE SPACES         TO FAKER-BIRTH-DATE
           END-IF

           IF      W-CAL-AGE-TOTAL > 0
           AND     G-DATE-OF-BIRTH(1 : 4) NUMERIC
           AND     NOT W-PSN-EMITTING
               PERFORM SUB-2064-CALIBRATE-AGE THRU SUB-2064-EXIT
           END-IF

      **** DATE OF DEATH - a seeded draw at the DECEASED= rate (a
      **** persona's DECEASED= forces or rules it out instead):

           IF      W-PSN-EMITTING
           AND     W-PSN-DEATH-SET
               IF      W-PSN-DEATH-YES
               AND     G-DATE-OF-BIRTH(1 : 4) NUMERIC
                   PERFORM SUB-2057-DRAW-DEATH-DATE THRU SUB-2057-EXIT
               END-IF
           ELSE
           IF      W-DEATH-PCT > 0
           AND     PROFILE-MODE-ON
           AND     G-DATE-OF-BIRTH(1 : 4) NUMERIC
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-DEATH-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

               IF      W-DEATH-DRAW < W-DEATH-PCT
                   PERFORM SUB-2057-DRAW-DEATH-DATE THRU SUB-2057-EXIT
               END-IF
           END-IF
           END-IF

      **** PERSON:

           SET  PERSON-NAME        TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-BIRTH-DATE

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-PERSON-PREFIX
                                   TO G-PERSON-PREFIX
               MOVE FAKER-PERSON-FIRST-NAME
                                   TO G-PERSON-FIRST-NAME
               MOVE FAKER-PERSON-LAST-NAME
                                   TO G-PERSON-LAST-NAME
               MOVE FAKER-PERSON-SUFFIX
                                   TO G-PERSON-SUFFIX
           ELSE
               MOVE FAKER-RESPONSE-MSG
                                   TO G-PERSON
           END-IF

      **** ADDRESS:

           SET  ADDRESS-ADDRESS    TO TRUE
           
           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-ADDRESS-STREET
                                   TO G-ADDRESS-STREET
               MOVE FAKER-ADDRESS-CITY
                                   TO G-ADDRESS-CITY
               MOVE FAKER-ADDRESS-STATE
                                   TO G-ADDRESS-STATE
               MOVE FAKER-ADDRESS-POSTCODE
                                   TO G-ADDRESS-POSTCODE

               MOVE FAKER-SESSION-ID
                                   TO W-CUST-STATE-ORD

               IF      W-STRAT-QUOTA > 0
               AND     FAKER-SESSION-ID > 0
               AND     FAKER-SESSION-ID <= W-STRAT-STATE-CNT
               AND     NOT W-PSN-EMITTING
                   SET  W-STRAT-DX TO FAKER-SESSION-ID
                   ADD  1          TO W-STRAT-COUNT(W-STRAT-DX)
                   MOVE G-ADDRESS-STATE
                                   TO W-STRAT-STATE(W-STRAT-DX)
               END-IF
           ELSE
               MOVE FAKER-RESPONSE-MSG
                                   TO G-ADDRESS
           END-IF

      **** COUNTY:

           SET  ADDRESS-COUNTY     TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 20)
                                   TO G-COUNTY
           ELSE
               MOVE 'ERROR'        TO G-COUNTY
           END-IF

           SET  ADDRESS-COUNTY-FIPS
                                   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 5)
                                   TO G-COUNTY-FIPS
           ELSE
               MOVE 'ERROR'        TO G-COUNTY-FIPS
           END-IF

      **** TELEPHONE:

           SET  TELEPHONE          TO TRUE
           
           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-TELEPHONE-AREA-CODE
                                   TO G-TELEPHONE-AREA-CODE
               MOVE FAKER-TELEPHONE-PREFIX
                                   TO G-TELEPHONE-PREFIX
               MOVE FAKER-TELEPHONE-SUFFIX
                                   TO G-TELEPHONE-SUFFIX
               MOVE FAKER-TELEPHONE-EXTENSION
                                   TO G-TELEPHONE-EXTENSION
           ELSE
               MOVE FAKER-RESPONSE-MSG
                                   TO G-TELEPHONE
           END-IF

      **** BANK ACCOUNT:

           SET  BANK-ACCOUNT       TO TRUE

           IF      BULK-MODE-ON
               MOVE 2              TO W-BLK-F
               PERFORM SUB-2600-NEXT-BULK-VALUE THRU SUB-2600-EXIT

               IF      W-BULK-GOOD
                   MOVE W-BULK-VALUE
                                   TO G-BANK-ACCOUNT
               ELSE
                   MOVE 'ERROR'    TO G-BANK-ACCOUNT
               END-IF
           ELSE
               PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-RESULT
                                   TO G-BANK-ACCOUNT
               ELSE
                   MOVE 'ERROR'    TO G-BANK-ACCOUNT
               END-IF
           END-IF

      **** BANK ROUTING:

           SET  BANK-ROUTING       TO TRUE

           IF      BULK-MODE-ON
               MOVE 3              TO W-BLK-F
               PERFORM SUB-2600-NEXT-BULK-VALUE THRU SUB-2600-EXIT

               IF      W-BULK-GOOD
                   MOVE W-BULK-VALUE
                                   TO G-BANK-ROUTING
               ELSE
                   MOVE 'ERROR'    TO G-BANK-ROUTING
               END-IF
           ELSE
               PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-RESULT
                                   TO G-BANK-ROUTING
               ELSE
                   MOVE 'ERROR'    TO G-BANK-ROUTING
               END-IF
           END-IF

      **** IBAN - a UK customer banks by IBAN, not ABA routing; a
      **** US customer banking abroad keeps the routing as well:

           MOVE SPACES             TO G-IBAN

           IF      W-CUST-COUNTRY = 'UK'
               PERFORM SUB-2058-DRAW-IBAN THRU SUB-2058-EXIT
           END-IF

           IF      W-ABROAD-PCT > 0
           AND     W-CUST-COUNTRY = 'US'
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-ABROAD-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

               IF      W-ABROAD-DRAW < W-ABROAD-PCT
                   PERFORM SUB-2058-DRAW-IBAN THRU SUB-2058-EXIT
               END-IF
           END-IF

      **** COMPANY - from the employer pool when one is in effect,
      **** a fresh draw otherwise:

           IF      W-EMP-POOL-SIZE > 0
           AND     PROFILE-MODE-ON
               PERFORM SUB-2950-ASSIGN-EMPLOYER THRU SUB-2950-EXIT
           ELSE
               SET  COMPANY-COMPANY
                                   TO TRUE

               IF      BULK-MODE-ON
                   MOVE 4          TO W-BLK-F
                   PERFORM SUB-2600-NEXT-BULK-VALUE THRU SUB-2600-EXIT

                   IF      W-BULK-GOOD
                       MOVE W-BULK-VALUE
                                   TO G-COMPANY
                   ELSE
                       MOVE 'ERROR'
                                   TO G-COMPANY
                   END-IF
               ELSE
                   PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

                   IF      FAKER-RESPONSE-GOOD
                       MOVE FAKER-RESULT
                                   TO G-COMPANY
                   ELSE
                       MOVE 'ERROR'
                                   TO G-COMPANY
                   END-IF
               END-IF
           END-IF

      **** HOME BRANCH:

           IF      W-BRN-POOL-SIZE > 0
           AND     PROFILE-MODE-ON
               PERFORM SUB-2960-ASSIGN-BRANCH THRU SUB-2960-EXIT
           END-IF

      **** Every customer is the head of their own household until
      **** the household draw below says otherwise - the member
      **** records it may add keep this head's key.

           MOVE G-CUSTOMER-ID      TO G-HOUSEHOLD-ID

           IF      W-COMM-BUSINESS
               PERFORM SUB-2500-BUSINESS-IDENTITY THRU SUB-2500-EXIT
           END-IF

      **** A persona is a clean record - no sparsity, no planted
      **** defect - so the test case it serves is never clouded.

           IF      (W-SPARSE-SUFFIX-PCT > 0
           OR       W-SPARSE-EXT-PCT > 0
           OR       W-SPARSE-PREFIX-PCT > 0
           OR       W-SPARSE-BANK-PCT > 0)
           AND     NOT W-PSN-EMITTING
               PERFORM SUB-2700-APPLY-SPARSITY THRU SUB-2700-EXIT
           END-IF

           IF      W-ERR-RATE-PCT > 0
           AND     NOT W-PSN-EMITTING
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-ERR-DRAW  =  FAKRAND-RANDOM-NO * 100

               IF      W-ERR-DRAW < W-ERR-RATE-PCT
                   PERFORM SUB-2850-INJECT-DEFECT THRU SUB-2850-EXIT
               END-IF
           END-IF

           PERFORM SUB-9100-WRITE-GNRTFILE THRU SUB-9100-EXIT

           IF      W-COMM-BUSINESS
               PERFORM SUB-2510-WRITE-BUSINESS THRU SUB-2510-EXIT
           END-IF

           IF      SCORES-ON
           AND     PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     NOT W-COMM-BUSINESS
               PERFORM SUB-2970-WRITE-SCORE-REC THRU SUB-2970-EXIT
           END-IF

           IF      W-HIST-RATE-PCT > 0
           AND     PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-HIST-DRAW =  FAKRAND-RANDOM-NO * 100

               IF      W-HIST-DRAW < W-HIST-RATE-PCT
                   PERFORM SUB-2975-WRITE-CONTACT-HISTORY
                                   THRU SUB-2975-EXIT
               END-IF
           END-IF

           MOVE 'N'                TO W-ALIAS-HOLD-SW

           IF      W-ALIAS-PCT > 0
           AND     PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     NOT W-COMM-BUSINESS
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-ALIAS-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

               IF      W-ALIAS-DRAW < W-ALIAS-PCT
                   MOVE 'N'        TO W-ALIAS-SPOUSE-SW
                   PERFORM SUB-2965-WRITE-ALIASES THRU SUB-2965-EXIT
               END-IF
           END-IF

           IF      IDDOCS-ON
           AND     PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     NOT W-COMM-BUSINESS
               PERFORM SUB-2961-WRITE-ID-DOCUMENT THRU SUB-2961-EXIT
           END-IF

      **** A persona's LOAN=, CARD= and BROKERAGE= force or rule
      **** out each product; left unstated, the run's rate decides.

           IF      W-PSN-EMITTING
           AND     W-PSN-LOAN-SET
               IF      W-PSN-LOAN-YES
                   PERFORM SUB-2980-WRITE-LOAN THRU SUB-2980-EXIT
               END-IF
           ELSE
           IF      W-LOAN-RATE-PCT > 0
           AND     PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     NOT W-COMM-BUSINESS
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-LN-DRAW   =  FAKRAND-RANDOM-NO * 100

               IF      W-LN-DRAW < W-LOAN-RATE-PCT
                   PERFORM SUB-2980-WRITE-LOAN THRU SUB-2980-EXIT
               END-IF
           END-IF
           END-IF

           IF      W-PSN-EMITTING
           AND     W-PSN-CARD-SET
               IF      W-PSN-CARD-YES
                   PERFORM SUB-2990-WRITE-CARD THRU SUB-2990-EXIT
               END-IF
           ELSE
           IF      W-CARD-RATE-PCT > 0
           AND     PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     NOT W-COMM-BUSINESS
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-CC-DRAW   =  FAKRAND-RANDOM-NO * 100

               IF      W-CC-DRAW < W-CARD-RATE-PCT
                   PERFORM SUB-2990-WRITE-CARD THRU SUB-2990-EXIT
               END-IF
           END-IF
           END-IF

           IF      W-PSN-EMITTING
           AND     W-PSN-BROK-SET
               IF      W-PSN-BROK-YES
                   PERFORM SUB-2995-WRITE-BROKERAGE
                                   THRU SUB-2995-EXIT
               END-IF
           ELSE
           IF      W-BROK-RATE-PCT > 0
           AND     PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     NOT W-COMM-BUSINESS
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-BK-DRAW   =  FAKRAND-RANDOM-NO * 100

               IF      W-BK-DRAW < W-BROK-RATE-PCT
                   PERFORM SUB-2995-WRITE-BROKERAGE
                                   THRU SUB-2995-EXIT
               END-IF
           END-IF
           END-IF

      **** The household draw is made (and the household planned)
      **** before the accounts, so the ownership records on the
      **** head's accounts can name its members.

           MOVE 0                  TO W-HH-MEMBER-CNT
           MOVE G-CUSTOMER-ID      TO W-HH-HEAD-ID
           MOVE G-DATE-OF-BIRTH    TO W-HH-HEAD-DOB

           IF      W-PSN-EMITTING
           AND     W-PSN-HOUSEHOLD > 0
               IF      W-PSN-HOUSEHOLD > 1
                   PERFORM SUB-2890-PLAN-HOUSEHOLD
                                   THRU SUB-2890-EXIT
               END-IF
           ELSE
           IF      W-HH-RATE-PCT > 0
           AND     PROFILE-MODE-ON
           AND     NOT W-COMM-BUSINESS
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-HH-DRAW   =  FAKRAND-RANDOM-NO * 100

               IF      W-HH-DRAW < W-HH-RATE-PCT
                   PERFORM SUB-2890-PLAN-HOUSEHOLD
                                   THRU SUB-2890-EXIT
               END-IF
           END-IF
           END-IF

      **** A persona's ACCOUNTS= stands whatever the run's own
      **** account range (zero included).

           IF      PROFILE-MODE-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     ((W-ACCT-MAX > 0 AND NOT W-PSN-EMITTING)
           OR       (W-PSN-EMITTING AND W-PSN-ACCTS > 0)
           OR       (W-PSN-EMITTING AND NOT W-PSN-ACCTS-SET
                                    AND W-ACCT-MAX > 0))

      **** One seeded draw decides whether this customer's first
      **** non-CD account carries a planted trouble scenario - see
      **** SUB-2350-INJECT-SCENARIO.  A persona's SCENARIO= names it
      **** outright.

               MOVE 0              TO W-SCN-KIND

               IF      W-PSN-EMITTING
               AND     W-PSN-SCN-SET
                   MOVE W-PSN-SCN-KIND
                                   TO W-SCN-KIND
               ELSE
               IF      W-SCN-RATE-PCT > 0
                   PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

                   COMPUTE W-SCN-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

                   IF      W-SCN-DRAW < W-SCN-RATE-PCT
                       PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
                       COMPUTE W-SCN-KIND
                                   =  FAKRAND-RANDOM-NO * 3 + 1
                       IF      W-SCN-KIND > 3
                           MOVE 3  TO W-SCN-KIND
                       END-IF
                   END-IF
               END-IF
               END-IF

               PERFORM SUB-2300-GENERATE-ACCOUNTS THRU SUB-2300-EXIT
           END-IF

      **** The household goes out before any duplicate is injected -
      **** the other way round, the members would inherit the
      **** duplicate's fuzzed fields instead of the head's and break
      **** the shared-address invariant.

           IF      W-HH-MEMBER-CNT > 0
               PERFORM SUB-2900-GENERATE-HOUSEHOLD
                                   THRU SUB-2900-EXIT
           END-IF

      **** A business's owners go out after its accounts, the way a
      **** household's members do.

           IF      W-COMM-BUSINESS
               PERFORM SUB-2530-GENERATE-OWNERS THRU SUB-2530-EXIT
           END-IF

      **** This head is the fallback party for the next customer's
      **** ownership records when that one has no household.  A
      **** business is nobody's joint owner or beneficiary, and is
      **** never duplicated.

           IF      PROFILE-MODE-ON
           AND     NOT W-COMM-BUSINESS
               MOVE W-HH-HEAD-ID   TO W-OWN-PREV-ID
               MOVE W-HH-HEAD-DOB  TO W-OWN-PREV-DOB
           END-IF

           IF      W-DUP-RATE-PCT > 0
           AND     PROFILE-MODE-ON
           AND     NOT W-COMM-BUSINESS
           AND     NOT W-PSN-EMITTING
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-DUP-DRAW  =  FAKRAND-RANDOM-NO * 100

               IF      W-DUP-DRAW < W-DUP-RATE-PCT
                   PERFORM SUB-2800-INJECT-DUPLICATE
                                   THRU SUB-2800-EXIT
               END-IF
           END-IF

      **** Checkpoints count normal customers only - a persona goes
      **** out again behind a restart from the count it follows.

           IF      NOT W-PSN-EMITTING
               PERFORM SUB-2150-CHECKPOINT-IF-DUE THRU SUB-2150-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2010-NEXT-CUSTOMER.
      *-----------------------

      **** The next normal customer, preceded by any persona whose
      **** place in the run comes up ahead of it.

           IF      PERSONAS-ON
               SET  W-PSN-DUE      TO TRUE

               PERFORM SUB-2020-EMIT-PERSONA THRU SUB-2020-EXIT
                   UNTIL NOT W-PSN-DUE
           END-IF

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
           .
       SUB-2010-EXIT.
           EXIT.
      /
       SUB-2020-EMIT-PERSONA.
      *----------------------

      **** One persona through the normal customer path, under its
      **** own customer ID sequence and its own seed text - the run
      **** seed complemented, so it can never repeat a normal
      **** customer's - with SUB-2000 honouring what the persona
      **** names in place of the run's draws.  The running customer
      **** sequence and the next customer's fallback ownership party
      **** are put back afterwards, so the normal customers keep the
      **** IDs they would have had without the library.  Their
      **** content is another matter: the persona draws from the
      **** shared random stream, so in stream mode (no per-record
      **** reseed) every customer after the first persona differs
      **** from a run without the library.

           IF      W-PSN-NEXT > W-PSN-CNT
               MOVE 'N'            TO W-PSN-DUE-SW
               GO TO SUB-2020-EXIT
           END-IF

           IF      W-PSN-AFTER(W-PSN-NEXT) > W-GNRTFILE-RECS
               MOVE 'N'            TO W-PSN-DUE-SW
               GO TO SUB-2020-EXIT
           END-IF

           MOVE W-PSN-SAVED(W-PSN-NEXT)
                                   TO W-PSN-CUR
           ADD  1                  TO W-PSN-NEXT

           MOVE W-CUSTOMER-ID-SEQ  TO W-PSN-SAVE-SEQ
           MOVE W-OWN-PREV-ID      TO W-PSN-SAVE-PREV-ID
           MOVE W-OWN-PREV-DOB     TO W-PSN-SAVE-PREV-DOB

           COMPUTE W-CUSTOMER-ID-SEQ
                                   =  90000000 + W-PSN-NO * 10 - 1

           SET  W-PSN-EMITTING     TO TRUE

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT

           MOVE 'N'                TO W-PSN-EMIT-SW

           MOVE W-PSN-SAVE-SEQ     TO W-CUSTOMER-ID-SEQ
           MOVE W-PSN-SAVE-PREV-ID TO W-OWN-PREV-ID
           MOVE W-PSN-SAVE-PREV-DOB
                                   TO W-OWN-PREV-DOB

           ADD  1                  TO W-PSN-GEN-CNT
           .
       SUB-2020-EXIT.
           EXIT.
      /
       SUB-2030-PERSONA-PLACE.
      *-----------------------

      **** A persona's country steers the providers the way the mix
      **** draw does (a UK customer takes the UK locale too), and its
      **** U.S. state is held through the session ordinal FAKADDR
      **** honours.

           EVALUATE W-PSN-COUNTRY
             WHEN 'CA'
               MOVE 'CA'           TO W-CUST-COUNTRY
                                      FAKER-COUNTRY
             WHEN 'UK'
               MOVE 'UK'           TO W-CUST-COUNTRY
                                      FAKER-COUNTRY
                                      FAKER-LOCALE
             WHEN OTHER
               CONTINUE
           END-EVALUATE

           IF      W-PSN-STATE-ORD > 0
               MOVE W-PSN-STATE-ORD
                                   TO FAKER-SESSION-ID
           END-IF
           .
       SUB-2030-EXIT.
           EXIT.
      /
       SUB-2150-CHECKPOINT-IF-DUE.
      *---------------------------

           DIVIDE W-GNRTFILE-RECS  BY W-CKPT-INTERVAL
                                   GIVING W-CKPT-QUOTIENT
                                   REMAINDER W-CKPT-REMAINDER

           IF      W-CKPT-REMAINDER = 0
               PERFORM SUB-9110-WRITE-CKPTFILE THRU SUB-9110-EXIT

               IF      W-STOP-HHMM > 0
               OR      W-ELAPSED-BUDGET-MINS > 0
                   PERFORM SUB-2160-CHECK-TIME-BUDGET
                                   THRU SUB-2160-EXIT
               END-IF

               PERFORM SUB-2170-POLL-COMMAND THRU SUB-2170-EXIT
           END-IF
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2160-CHECK-TIME-BUDGET.
      *---------------------------

      **** Checked once per checkpoint interval, not per record -
      **** the cutoff only needs to land within one interval of the
      **** window closing, and a checkpoint has just been committed
      **** so the cutoff is already clean.

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           COMPUTE W-NOW-HHMM      =  W-CURRENT-HH * 100
                                      + W-CURRENT-MIN

           IF      W-STOP-HHMM > 0
           AND     W-NOW-HHMM >= W-STOP-HHMM
               SET  W-TIME-EXPIRED TO TRUE
               GO TO SUB-2160-EXIT
           END-IF

           IF      W-ELAPSED-BUDGET-MINS > 0
               COMPUTE W-NOW-SECONDS
                                   =  W-CURRENT-HH * 3600
                                      + W-CURRENT-MIN * 60
                                      + W-CURRENT-SS

               IF      W-NOW-SECONDS < W-START-SECONDS
                   ADD  86400      TO W-NOW-SECONDS
               END-IF

               COMPUTE W-ELAPSED-MINS
                                   =  (W-NOW-SECONDS
                                       - W-START-SECONDS) / 60

               IF      W-ELAPSED-MINS >= W-ELAPSED-BUDGET-MINS
                   SET  W-TIME-EXPIRED
                                   TO TRUE
               END-IF
           END-IF
           .
       SUB-2160-EXIT.
           EXIT.
      /
       SUB-2100-CALL-FAKER.
      *--------------------

           MOVE 'FAKERGEN'      TO FAKER-CALLING-PROGRAM
                                   IN W-FAKER-PARAMETER

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
           COMPUTE W-TIM-BEFORE-HS =  W-CURRENT-HH * 360000
                                      + W-CURRENT-MIN * 6000
                                      + W-CURRENT-SS * 100
                                      + W-CURRENT-HS

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           PERFORM SUB-2190-TALLY-TIMING THRU SUB-2190-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG

               PERFORM SUB-9130-WRITE-REJFILE THRU SUB-9130-EXIT
           END-IF

      D     PERFORM VARYING FI-DX FROM 1 BY 1
      D               UNTIL FI-DX > FAKER-INFO-CNT
      D         DISPLAY '    INFO: '
      D                 FAKER-TABLE(FI-DX)
      D                 ': '
      D                 FAKER-RANDOM-NO-SUB(FI-DX)
      D                 ', '
      D                 FAKER-TABLE-ENTRY(FI-DX)
      D     END-PERFORM

           IF      FREQUENCY-LOG-ON
               PERFORM SUB-9140-WRITE-FRQFILE THRU SUB-9140-EXIT
                       VARYING FI-DX FROM 1 BY 1
                       UNTIL FI-DX > FAKER-INFO-CNT
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2850-INJECT-DEFECT.
      *-----------------------

      **** Plants one deliberately invalid value in the record about
      **** to be written, chosen by a seeded draw, and labels it -
      **** record number, customer ID, field, defect type - on the
      **** defect answer key.  Each planted value fails the exact
      **** edit the validators are supposed to run: the forbidden
      **** SSN ranges, the ABA 3-7-1 check, the state table, the
      **** numeric postcode.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-ERR-KIND      =  FAKRAND-RANDOM-NO * 4 + 1

      **** Sparsity may already have blanked the bank fields, in
      **** which case there is no routing digit to corrupt - fall
      **** through to the state defect so the answer key never
      **** claims a defect that was not actually planted.

           IF      W-ERR-KIND = 2
           AND     G-BANK-ROUTING(9 : 1) NOT NUMERIC
               MOVE 3              TO W-ERR-KIND
           END-IF

           MOVE SPACES             TO DEFFILE-REC
           MOVE W-GNRTFILE-RECS    TO DEF-RECORD-NO
           MOVE G-CUSTOMER-ID      TO DEF-CUSTOMER-ID

           EVALUATE W-ERR-KIND
             WHEN 1
               MOVE '666'          TO G-TAXID-SSN(1 : 3)
               MOVE 'TAXID-SSN'    TO DEF-FIELD-NAME
               MOVE 'SSNRANGE'     TO DEF-DEFECT-CODE

             WHEN 2

      **** Bump the ABA check digit so the 3-7-1 recomputation can
      **** no longer agree with it (the fall-through above already
      **** routed blanked bank fields elsewhere).

               MOVE G-BANK-ROUTING(9 : 1)
                                   TO W-ERR-DIGIT
               IF      W-ERR-DIGIT = 9
                   MOVE 0          TO W-ERR-DIGIT
               ELSE
                   ADD  1          TO W-ERR-DIGIT
               END-IF
               MOVE W-ERR-DIGIT    TO G-BANK-ROUTING(9 : 1)
               MOVE 'BANK-ROUTING' TO DEF-FIELD-NAME
               MOVE 'ABACHECK'     TO DEF-DEFECT-CODE

             WHEN 3
               MOVE 'Zz'           TO G-ADDRESS-STATE
               MOVE 'ADDRESS-STATE'
                                   TO DEF-FIELD-NAME
               MOVE 'STATEBAD'     TO DEF-DEFECT-CODE

             WHEN OTHER
               MOVE 'ZZZZZ'        TO G-ADDRESS-POSTCODE(1 : 5)
               MOVE 'ADDRESS-POSTCODE'
                                   TO DEF-FIELD-NAME
               MOVE 'ZIPALPHA'     TO DEF-DEFECT-CODE
           END-EVALUATE

           WRITE DEFFILE-REC
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2950-ASSIGN-EMPLOYER.
      *-------------------------

      **** Size-skewed employer pick: the square of a uniform draw
      **** piles customers onto the low-numbered employers, giving
      **** the many-to-one distribution real employment has.  The
      **** assignment is written to the cross-reference file, and
      **** the customer's email is built on the employer's domain.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-EMP-PICK      =  FAKRAND-RANDOM-NO
                                      * FAKRAND-RANDOM-NO
                                      * W-EMP-POOL-SIZE
                                      + 1

           IF      W-EMP-PICK > W-EMP-POOL-SIZE
               MOVE W-EMP-POOL-SIZE
                                   TO W-EMP-PICK
           END-IF

           MOVE W-EMP-NAME(W-EMP-PICK)
                                   TO G-COMPANY

           MOVE SPACES             TO EMPFILE-REC
           MOVE G-CUSTOMER-ID      TO EMP-CUSTOMER-ID
           MOVE W-EMP-PICK         TO EMP-EMPLOYER-NO
           MOVE W-EMP-NAME(W-EMP-PICK)
                                   TO EMP-EMPLOYER-NAME

           WRITE EMPFILE-REC

      **** EMAIL on the employer's domain:

           SET  INTERNET-EMAIL     TO TRUE
           MOVE W-EMP-DOMAIN(W-EMP-PICK)
                                   TO FAKER-EMAIL-DOMAIN

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-EMAIL-DOMAIN

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 40)
                                   TO G-EMAIL
           ELSE
               MOVE SPACES         TO G-EMAIL
           END-IF
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-2980-WRITE-LOAN.
      *--------------------

      **** One loan per selected customer: principal, rate and term
      **** drawn off the record's stream, the origination date
      **** anchored past the customer's eighteenth birthday (the
      **** same chronology rule the account open date follows), and
      **** the amortized schedule behind it.

           MOVE G-CUSTOMER-ID      TO W-LN-ID-CUST

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-LN-PRINCIPAL-CENTS
                                   =  FAKRAND-RANDOM-NO * 4500000
                                      + 500000

      **** The product sets the rate floor and the term range.

           MOVE 'L'                TO W-PRD-CLASS-WANTED
           PERFORM SUB-2390-PICK-PRODUCT THRU SUB-2390-EXIT

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-LN-RATE-BP    =  FAKRAND-RANDOM-NO
                                      * W-PRD-RATE-SPREAD
                                      + W-PRD-RATE-BP(W-PRD-PICKED)

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-LN-RANGE      =  W-PRD-TERM-MAX(W-PRD-PICKED)
                                      - W-PRD-TERM-MIN(W-PRD-PICKED)
                                      + 1
           COMPUTE W-LN-TERM       =  FAKRAND-RANDOM-NO
                                      * W-LN-RANGE
                                      + W-PRD-TERM-MIN(W-PRD-PICKED)
           IF      W-LN-TERM > W-PRD-TERM-MAX(W-PRD-PICKED)
               MOVE W-PRD-TERM-MAX(W-PRD-PICKED)
                                   TO W-LN-TERM
           END-IF

      **** ORIGINATION DATE:

           IF      G-DATE-OF-BIRTH(1 : 4) NUMERIC
               MOVE G-DATE-OF-BIRTH
                                   TO W-CHRONO-FROM-DATE
               ADD  18             TO W-CHRONO-FROM-YYYY

               MOVE FUNCTION CURRENT-DATE(1 : 4)
                                   TO W-CHRONO-NOW-YYYY
               IF      W-CHRONO-FROM-YYYY >= W-CHRONO-NOW-YYYY
                   COMPUTE W-CHRONO-FROM-YYYY
                                   =  W-CHRONO-NOW-YYYY - 1
               END-IF

               MOVE W-CHRONO-FROM-DATE
                                   TO FAKER-DATE-FROM
           END-IF

           PERFORM SUB-2059-CAP-AT-DEATH THRU SUB-2059-EXIT

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           MOVE SPACES             TO GNRTFILE-L-REC
           MOVE 'L'                TO LD-RECORD-TYPE
           MOVE W-LN-LOAN-ID       TO LD-LOAN-ID
           MOVE G-CUSTOMER-ID      TO LD-CUSTOMER-ID
           MOVE W-LN-PRINCIPAL-CENTS
                                   TO LD-PRINCIPAL-CENTS
           MOVE W-LN-RATE-BP       TO LD-RATE-BP
           MOVE W-LN-TERM          TO LD-TERM-MONTHS
           MOVE W-PRD-CODE(W-PRD-PICKED)
                                   TO LD-PRODUCT-CODE

      **** POINTS - whole-point steps below the window's top, a
      **** point being one percent of principal:

           MOVE 0                  TO W-LN-POINTS-CENTS
           COMPUTE W-LN-RATE-OFFSET
                                   =  W-LN-RATE-BP
                                      - W-PRD-RATE-BP(W-PRD-PICKED)

           IF      W-PRD-TYPE(W-PRD-PICKED) = 'MTG '
           AND     W-LN-RATE-OFFSET < W-LN-POINTS-WINDOW
               COMPUTE W-LN-POINTS =  (W-LN-POINTS-WINDOW
                                      - W-LN-RATE-OFFSET
                                      + W-LN-POINT-BUYDOWN - 1)
                                      / W-LN-POINT-BUYDOWN
               COMPUTE W-LN-POINTS-CENTS ROUNDED
                                   =  W-LN-PRINCIPAL-CENTS
                                      * W-LN-POINTS / 100
           END-IF

           MOVE W-LN-POINTS-CENTS  TO LD-POINTS-CENTS

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO LD-ORIG-DATE
           ELSE
               MOVE 'ERROR'        TO LD-ORIG-DATE
           END-IF

           WRITE GNRTFILE-L-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
                                      W-BAL-L-CNT
           ADD  W-LN-PRINCIPAL-CENTS
                                   TO W-BAL-PRINCIPAL-SUM

      **** LEVEL PAYMENT - P * i * F / (F - 1), F = (1 + i)**term:

           COMPUTE W-LN-MONTH-RATE =  W-LN-RATE-BP / 120000

           MOVE 1                  TO W-LN-FACTOR

           PERFORM SUB-2985-COMPOUND-ONE-MONTH THRU SUB-2985-EXIT
               W-LN-TERM TIMES

           COMPUTE W-LN-PAYMENT-CENTS ROUNDED
                                   =  W-LN-PRINCIPAL-CENTS
                                      * W-LN-MONTH-RATE
                                      * W-LN-FACTOR
                                      / (W-LN-FACTOR - 1)

           MOVE W-LN-PRINCIPAL-CENTS
                                   TO W-LN-BALANCE
                                      W-LN-OUTSTANDING

           IF      W-BAL-AS-OF-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
               STRING W-CURRENT-YYYY   '-'
                      W-CURRENT-MM     '-'
                      W-CURRENT-DD     DELIMITED SIZE
                                      INTO W-BAL-AS-OF-DATE
           END-IF

           IF      LD-ORIG-DATE(1 : 4) NUMERIC
               MOVE LD-ORIG-DATE(1 : 4)
                                   TO W-LN-DUE-YYYY
               MOVE LD-ORIG-DATE(6 : 2)
                                   TO W-LN-DUE-MM
           ELSE
               MOVE W-CURRENT-YYYY TO W-LN-DUE-YYYY
               MOVE W-CURRENT-MM   TO W-LN-DUE-MM
           END-IF

           PERFORM SUB-2986-WRITE-ONE-PAYMENT THRU SUB-2986-EXIT
               VARYING W-LN-PAY-NO FROM 1 BY 1
                 UNTIL W-LN-PAY-NO > W-LN-TERM

           ADD  W-LN-OUTSTANDING   TO W-BAL-OUTSTANDING-SUM
           .
       SUB-2980-EXIT.
           EXIT.
      /
       SUB-2985-COMPOUND-ONE-MONTH.
      *----------------------------

           COMPUTE W-LN-FACTOR     =  W-LN-FACTOR
                                      * (1 + W-LN-MONTH-RATE)
           .
       SUB-2985-EXIT.
           EXIT.
      /
       SUB-2986-WRITE-ONE-PAYMENT.
      *---------------------------

      **** One scheduled payment: interest on the falling balance,
      **** principal the remainder of the level payment - except the
      **** final payment, which takes whatever balance is left so
      **** the loan retires to exactly zero.

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

           IF      W-LN-DUE-DATE(1 : 10) <= W-BAL-AS-OF-DATE
               MOVE W-LN-BALANCE   TO W-LN-OUTSTANDING
           END-IF

           MOVE SPACES             TO GNRTFILE-S-REC
           MOVE 'S'                TO SD-RECORD-TYPE
           MOVE W-LN-LOAN-ID       TO SD-LOAN-ID
           MOVE W-LN-PAY-NO        TO SD-PAYMENT-NO
           MOVE W-LN-DUE-DATE      TO SD-DUE-DATE
           MOVE W-LN-PAYMENT-CENTS TO SD-PAYMENT-CENTS
           MOVE W-LN-INTEREST      TO SD-INTEREST-CENTS
           MOVE W-LN-PRIN-PART     TO SD-PRINCIPAL-CENTS
           MOVE W-LN-BALANCE       TO SD-BALANCE-CENTS

           WRITE GNRTFILE-S-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
           .
       SUB-2986-EXIT.
           EXIT.
      /
       SUB-2990-WRITE-CARD.
      *--------------------

      **** One revolving card per selected customer.  The credit
      **** score sets the limit band and the APR tier (a customer
      **** with no 'R' record is taken as a mid-band 650), and how
      **** the card is paid - the higher the score, the likelier a
      **** transactor who clears the balance each month over a
      **** revolver who pays somewhere above the minimum.

           MOVE G-CUSTOMER-ID      TO W-CC-ID-CUST

           IF      SCORES-ON
               MOVE W-SCORE-VALUE  TO W-CC-SCORE
           ELSE
               MOVE 650            TO W-CC-SCORE
           END-IF

           EVALUATE TRUE
             WHEN W-CC-SCORE >= 800
               MOVE 1000000        TO W-CC-LIMIT-BASE
               MOVE 2500000        TO W-CC-LIMIT-SPREAD
               MOVE 1499           TO W-CC-APR-BP
             WHEN W-CC-SCORE >= 740
               MOVE 500000         TO W-CC-LIMIT-BASE
               MOVE 1500000        TO W-CC-LIMIT-SPREAD
               MOVE 1699           TO W-CC-APR-BP
             WHEN W-CC-SCORE >= 670
               MOVE 300000         TO W-CC-LIMIT-BASE
               MOVE 700000         TO W-CC-LIMIT-SPREAD
               MOVE 1999           TO W-CC-APR-BP
             WHEN W-CC-SCORE >= 580
               MOVE 100000         TO W-CC-LIMIT-BASE
               MOVE 400000         TO W-CC-LIMIT-SPREAD
               MOVE 2499           TO W-CC-APR-BP
             WHEN OTHER
               MOVE 50000          TO W-CC-LIMIT-BASE
               MOVE 100000         TO W-CC-LIMIT-SPREAD
               MOVE 2899           TO W-CC-APR-BP
           END-EVALUATE

      **** The limit lands on a whole hundred dollars.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-CC-LIMIT-CENTS
                                   =  FAKRAND-RANDOM-NO
                                      * W-CC-LIMIT-SPREAD
                                      + W-CC-LIMIT-BASE
           COMPUTE W-CC-LIMIT-CENTS
                                   =  W-CC-LIMIT-CENTS / 10000
           COMPUTE W-CC-LIMIT-CENTS
                                   =  W-CC-LIMIT-CENTS * 10000

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-CC-APR-BP     =  FAKRAND-RANDOM-NO * 200
                                      + W-CC-APR-BP

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-CC-CYCLE-DAY  =  FAKRAND-RANDOM-NO * 28 + 1

           COMPUTE W-CC-PAYER-PCT  =  (W-CC-SCORE - 300) / 8

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-CC-DRAW       =  FAKRAND-RANDOM-NO * 100

           IF      W-CC-DRAW < W-CC-PAYER-PCT
               MOVE 'Y'            TO W-CC-TRANSACTOR-SW
           ELSE
               MOVE 'N'            TO W-CC-TRANSACTOR-SW
           END-IF

      **** PAN - Luhn-valid off BANK-CREDIT-CARD:

           SET  BANK-CREDIT-CARD   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 19)
                                   TO W-CC-PAN
           ELSE
               MOVE 'ERROR'        TO W-CC-PAN
           END-IF

      **** OPEN DATE - past the eighteenth birthday, as for loans:

           IF      G-DATE-OF-BIRTH(1 : 4) NUMERIC
               MOVE G-DATE-OF-BIRTH
                                   TO W-CHRONO-FROM-DATE
               ADD  18             TO W-CHRONO-FROM-YYYY

               MOVE FUNCTION CURRENT-DATE(1 : 4)
                                   TO W-CHRONO-NOW-YYYY
               IF      W-CHRONO-FROM-YYYY >= W-CHRONO-NOW-YYYY
                   COMPUTE W-CHRONO-FROM-YYYY
                                   =  W-CHRONO-NOW-YYYY - 1
               END-IF

               MOVE W-CHRONO-FROM-DATE
                                   TO FAKER-DATE-FROM
           END-IF

           PERFORM SUB-2059-CAP-AT-DEATH THRU SUB-2059-EXIT

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO W-CC-OPEN-DATE
           ELSE
               MOVE 'ERROR'        TO W-CC-OPEN-DATE
           END-IF

      **** STATEMENTS - one per cycle day that fell after the open
      **** date, the last on or before the run date, a year at
      **** most.

           MOVE W-CURRENT-YYYY     TO W-CC-STMT-YYYY
           MOVE W-CURRENT-MM       TO W-CC-STMT-MM
           MOVE W-CC-CYCLE-DAY     TO W-CC-STMT-DD

           IF      W-CC-CYCLE-DAY > W-CURRENT-DD
               SUBTRACT 1        FROM W-CC-STMT-MM
               IF      W-CC-STMT-MM = 0
                   MOVE 12         TO W-CC-STMT-MM
                   SUBTRACT 1    FROM W-CC-STMT-YYYY
               END-IF
           END-IF

           MOVE 0                  TO W-CC-STMT-CNT

           IF      W-CC-OPEN-DATE(1 : 4) NUMERIC
               COMPUTE W-CC-STMT-CNT
                                   =  W-CC-STMT-YYYY * 12
                                      + W-CC-STMT-MM
                                      - W-CC-OPEN-YYYY * 12
                                      - W-CC-OPEN-MM
               IF      W-CC-OPEN-DD < W-CC-CYCLE-DAY
                   ADD  1          TO W-CC-STMT-CNT
               END-IF
           END-IF

           IF      W-CC-STMT-CNT > W-CC-STMT-MAX
               MOVE W-CC-STMT-MAX  TO W-CC-STMT-CNT
           END-IF
           IF      W-CC-STMT-CNT < 0
               MOVE 0              TO W-CC-STMT-CNT
           END-IF

      **** Step back to the first statement's month.

           COMPUTE W-CC-MONTHS     =  W-CC-STMT-YYYY * 12
                                      + W-CC-STMT-MM - 1
                                      - W-CC-STMT-CNT
           COMPUTE W-CC-STMT-YYYY  =  W-CC-MONTHS / 12
           COMPUTE W-CC-STMT-MM    =  W-CC-MONTHS
                                      - W-CC-STMT-YYYY * 12 + 1

           MOVE 0                  TO W-CC-NEW-BAL
                                      W-CC-MIN-DUE

           PERFORM SUB-2992-BUILD-ONE-STATEMENT THRU SUB-2992-EXIT
               VARYING W-CC-DX FROM 1 BY 1
                 UNTIL W-CC-DX > W-CC-STMT-CNT

           MOVE SPACES             TO GNRTFILE-K-REC
           MOVE 'K'                TO KD-RECORD-TYPE
           MOVE W-CC-CARD-ID       TO KD-CARD-ID
           MOVE G-CUSTOMER-ID      TO KD-CUSTOMER-ID
           MOVE W-CC-PAN           TO KD-CARD-PAN
           MOVE W-CC-LIMIT-CENTS   TO KD-CREDIT-LIMIT-CENTS
           MOVE W-CC-APR-BP        TO KD-APR-BP
           MOVE W-CC-CYCLE-DAY     TO KD-CYCLE-DAY
           MOVE W-CC-OPEN-DATE     TO KD-OPEN-DATE
           MOVE W-CC-NEW-BAL       TO KD-BALANCE-CENTS

           WRITE GNRTFILE-K-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
                                      W-CC-CARDS-WRITTEN

           PERFORM SUB-2994-WRITE-ONE-STATEMENT THRU SUB-2994-EXIT
               VARYING W-CC-DX FROM 1 BY 1
                 UNTIL W-CC-DX > W-CC-STMT-CNT
           .
       SUB-2990-EXIT.
           EXIT.
      /
       SUB-2992-BUILD-ONE-STATEMENT.
      *-----------------------------

      **** One billing cycle.  The payment settles the previous
      **** statement: a transactor pays it in full; a revolver pays
      **** the minimum due plus up to a third of the rest, and a
      **** subprime revolver misses one cycle in ten outright.
      **** Interest runs at APR / 12 on whatever of the previous
      **** balance was left unpaid.  Purchases only ever spend
      **** what the limit leaves open - a missed payment's interest
      **** is the one thing that can carry a card over its limit.

           ADD  1                  TO W-CC-STMT-MM
           IF      W-CC-STMT-MM > 12
               MOVE 1              TO W-CC-STMT-MM
               ADD  1              TO W-CC-STMT-YYYY
           END-IF

           MOVE W-CC-NEW-BAL       TO W-CC-PREV-BAL
           MOVE 0                  TO W-CC-PAYMENTS
                                      W-CC-INTEREST

           IF      W-CC-PREV-BAL > 0
               IF      W-CC-TRANSACTOR
                   MOVE W-CC-PREV-BAL
                                   TO W-CC-PAYMENTS
               ELSE
                   PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
                   COMPUTE W-CC-ROOM
                                   =  W-CC-PREV-BAL - W-CC-MIN-DUE
                   COMPUTE W-CC-PAYMENTS
                                   =  FAKRAND-RANDOM-NO
                                      * W-CC-ROOM / 3
                                      + W-CC-MIN-DUE

                   IF      W-CC-SCORE < 580
                       PERFORM SUB-2250-CALL-FAKRAND
                                   THRU SUB-2250-EXIT
                       IF      FAKRAND-RANDOM-NO < 0.1
                           MOVE 0  TO W-CC-PAYMENTS
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF      W-CC-PAYMENTS < W-CC-PREV-BAL
               COMPUTE W-CC-INTEREST ROUNDED
                                   =  (W-CC-PREV-BAL - W-CC-PAYMENTS)
                                      * W-CC-APR-BP / 120000
           END-IF

           COMPUTE W-CC-ROOM       =  W-CC-LIMIT-CENTS
                                      - W-CC-PREV-BAL
                                      + W-CC-PAYMENTS
                                      - W-CC-INTEREST
           IF      W-CC-ROOM < 0
               MOVE 0              TO W-CC-ROOM
           END-IF

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-CC-PURCHASES  =  FAKRAND-RANDOM-NO
                                      * W-CC-ROOM / 2

           COMPUTE W-CC-NEW-BAL    =  W-CC-PREV-BAL
                                      - W-CC-PAYMENTS
                                      + W-CC-INTEREST
                                      + W-CC-PURCHASES

      **** Minimum due: one percent of the new balance plus the
      **** cycle's interest, never under $25 - or the whole balance
      **** when that is smaller.

           COMPUTE W-CC-MIN-DUE    =  W-CC-NEW-BAL / 100
                                      + W-CC-INTEREST
           IF      W-CC-MIN-DUE < 2500
               MOVE 2500           TO W-CC-MIN-DUE
           END-IF
           IF      W-CC-MIN-DUE > W-CC-NEW-BAL
               MOVE W-CC-NEW-BAL   TO W-CC-MIN-DUE
           END-IF

      **** Payment due 25 days after the statement date.

           MOVE W-CC-STMT-YYYY     TO W-CC-YMD-YYYY
           MOVE W-CC-STMT-MM       TO W-CC-YMD-MM
           MOVE W-CC-STMT-DD       TO W-CC-YMD-DD

           COMPUTE W-CC-DAY-INT    =  FUNCTION INTEGER-OF-DATE
                                          (W-CC-YYYYMMDD) + 25
           COMPUTE W-CC-YYYYMMDD   =  FUNCTION DATE-OF-INTEGER
                                          (W-CC-DAY-INT)

           MOVE W-CC-STMT-DATE     TO W-CS-DATE(W-CC-DX)
           MOVE W-CC-PREV-BAL      TO W-CS-PREV-BAL(W-CC-DX)
           MOVE W-CC-PURCHASES     TO W-CS-PURCHASES(W-CC-DX)
           MOVE W-CC-PAYMENTS      TO W-CS-PAYMENTS(W-CC-DX)
           MOVE W-CC-INTEREST      TO W-CS-INTEREST(W-CC-DX)
           MOVE W-CC-NEW-BAL       TO W-CS-NEW-BAL(W-CC-DX)
           MOVE W-CC-MIN-DUE       TO W-CS-MIN-DUE(W-CC-DX)

           MOVE SPACES             TO W-CS-DUE-DATE(W-CC-DX)
           STRING W-CC-YMD-YYYY    '-'
                  W-CC-YMD-MM      '-'
                  W-CC-YMD-DD      DELIMITED SIZE
                                   INTO W-CS-DUE-DATE(W-CC-DX)
           .
       SUB-2992-EXIT.
           EXIT.
      /
       SUB-2994-WRITE-ONE-STATEMENT.
      *-----------------------------

           MOVE SPACES             TO GNRTFILE-M-REC
           MOVE 'M'                TO MD-RECORD-TYPE
           MOVE W-CC-CARD-ID       TO MD-CARD-ID
           MOVE W-CS-DATE(W-CC-DX) TO MD-STATEMENT-DATE
           MOVE W-CS-PREV-BAL(W-CC-DX)
                                   TO MD-PREV-BAL-CENTS
           MOVE W-CS-PURCHASES(W-CC-DX)
                                   TO MD-PURCHASES-CENTS
           MOVE W-CS-PAYMENTS(W-CC-DX)
                                   TO MD-PAYMENTS-CENTS
           MOVE W-CS-INTEREST(W-CC-DX)
                                   TO MD-INTEREST-CENTS
           MOVE W-CS-NEW-BAL(W-CC-DX)
                                   TO MD-NEW-BAL-CENTS
           MOVE W-CS-MIN-DUE(W-CC-DX)
                                   TO MD-MIN-DUE-CENTS
           MOVE W-CS-DUE-DATE(W-CC-DX)
                                   TO MD-DUE-DATE

           WRITE GNRTFILE-M-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
                                      W-CC-STMTS-WRITTEN
           .
       SUB-2994-EXIT.
           EXIT.
      /
       SUB-2995-WRITE-BROKERAGE.
      *-------------------------

      **** One brokerage account per selected customer, holding one
      **** to W-BK-POS-MAX positions, opened past the eighteenth
      **** birthday as a card is.

           MOVE G-CUSTOMER-ID      TO W-BK-ID-CUST

           IF      G-DATE-OF-BIRTH(1 : 4) NUMERIC
               MOVE G-DATE-OF-BIRTH
                                   TO W-CHRONO-FROM-DATE
               ADD  18             TO W-CHRONO-FROM-YYYY

               MOVE FUNCTION CURRENT-DATE(1 : 4)
                                   TO W-CHRONO-NOW-YYYY
               IF      W-CHRONO-FROM-YYYY >= W-CHRONO-NOW-YYYY
                   COMPUTE W-CHRONO-FROM-YYYY
                                   =  W-CHRONO-NOW-YYYY - 1
               END-IF

               MOVE W-CHRONO-FROM-DATE
                                   TO FAKER-DATE-FROM
           END-IF

           PERFORM SUB-2059-CAP-AT-DEATH THRU SUB-2059-EXIT

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO W-BK-OPEN-DATE
           ELSE
               MOVE 'ERROR'        TO W-BK-OPEN-DATE
           END-IF

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-BK-POS-CNT    =  FAKRAND-RANDOM-NO
                                      * W-BK-POS-MAX + 1

           MOVE 0                  TO W-BK-COST-SUM
                                      W-BK-MARKET-SUM

           PERFORM SUB-2996-BUILD-ONE-POSITION THRU SUB-2996-EXIT
               VARYING W-BK-DX FROM 1 BY 1
                 UNTIL W-BK-DX > W-BK-POS-CNT

           MOVE SPACES             TO GNRTFILE-V-REC
           MOVE 'V'                TO VD-RECORD-TYPE
           MOVE W-BK-ACCOUNT-ID    TO VD-ACCOUNT-ID
           MOVE G-CUSTOMER-ID      TO VD-CUSTOMER-ID
           MOVE W-BK-OPEN-DATE     TO VD-OPEN-DATE
           MOVE W-BK-POS-CNT       TO VD-POSITION-CNT
           MOVE W-BK-COST-SUM      TO VD-COST-BASIS-CENTS
           MOVE W-BK-MARKET-SUM    TO VD-MARKET-VALUE-CENTS

           WRITE GNRTFILE-V-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
                                      W-BK-ACCOUNTS-WRITTEN

           PERFORM SUB-2997-WRITE-ONE-POSITION THRU SUB-2997-EXIT
               VARYING W-BK-DX FROM 1 BY 1
                 UNTIL W-BK-DX > W-BK-POS-CNT
           .
       SUB-2995-EXIT.
           EXIT.
      /
       SUB-2996-BUILD-ONE-POSITION.
      *----------------------------

      **** One holding.  The CUSIP draw brings its issuer and asset
      **** class, and the class sets the price band and lot size:
      **** an equity or fund trades between $5 and $500 a share, a
      **** preferred near its $25 par, a bond between 85 and 115 per
      **** cent of its $1,000 face.  What was paid lies within 40 per
      **** cent either side of today's price.

           SET  SECURITIES-CUSIP   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-SECURITY-ID
                                   TO W-BP-SECURITY-ID(W-BK-DX)
               MOVE FAKER-SECURITY-ID-TYPE
                                   TO W-BP-ID-TYPE(W-BK-DX)
               MOVE FAKER-SECURITY-ASSET-CLASS
                                   TO W-BP-ASSET-CLASS(W-BK-DX)
               MOVE FAKER-SECURITY-ISSUER
                                   TO W-BP-ISSUER(W-BK-DX)
           ELSE
               MOVE 'ERROR'        TO W-BP-SECURITY-ID(W-BK-DX)
               MOVE 'CUSIP'        TO W-BP-ID-TYPE(W-BK-DX)
               MOVE SPACES         TO W-BP-ASSET-CLASS(W-BK-DX)
                                      W-BP-ISSUER(W-BK-DX)
           END-IF

           EVALUATE W-BP-ASSET-CLASS(W-BK-DX)
             WHEN 'EQUITY'
             WHEN 'ETF'
               MOVE 500            TO W-BK-PRICE-BASE
               MOVE 49500          TO W-BK-PRICE-SPREAD
               MOVE 1              TO W-BK-QTY-BASE
               MOVE 1000           TO W-BK-QTY-SPREAD
             WHEN 'PREFERRED'
               MOVE 2000           TO W-BK-PRICE-BASE
               MOVE 800            TO W-BK-PRICE-SPREAD
               MOVE 10             TO W-BK-QTY-BASE
               MOVE 500            TO W-BK-QTY-SPREAD
             WHEN OTHER
               MOVE 85000          TO W-BK-PRICE-BASE
               MOVE 30000          TO W-BK-PRICE-SPREAD
               MOVE 1              TO W-BK-QTY-BASE
               MOVE 50             TO W-BK-QTY-SPREAD
           END-EVALUATE

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-BP-PRICE(W-BK-DX)
                                   =  FAKRAND-RANDOM-NO
                                      * W-BK-PRICE-SPREAD
                                      + W-BK-PRICE-BASE

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-BP-QUANTITY(W-BK-DX)
                                   =  FAKRAND-RANDOM-NO
                                      * W-BK-QTY-SPREAD
                                      + W-BK-QTY-BASE

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
           COMPUTE W-BK-COST-PRICE =  W-BP-PRICE(W-BK-DX)
                                      * (FAKRAND-RANDOM-NO * 0.8
                                         + 0.6)

           COMPUTE W-BP-COST-BASIS(W-BK-DX)
                                   =  W-BK-COST-PRICE
                                      * W-BP-QUANTITY(W-BK-DX)
           COMPUTE W-BP-MARKET-VALUE(W-BK-DX)
                                   =  W-BP-PRICE(W-BK-DX)
                                      * W-BP-QUANTITY(W-BK-DX)

           ADD  W-BP-COST-BASIS(W-BK-DX)
                                   TO W-BK-COST-SUM
           ADD  W-BP-MARKET-VALUE(W-BK-DX)
                                   TO W-BK-MARKET-SUM
           .
       SUB-2996-EXIT.
           EXIT.
      /
       SUB-2997-WRITE-ONE-POSITION.
      *----------------------------

           MOVE SPACES             TO GNRTFILE-Q-REC
           MOVE 'Q'                TO QD-RECORD-TYPE
           MOVE W-BK-ACCOUNT-ID    TO QD-ACCOUNT-ID
           MOVE W-BK-DX            TO QD-POSITION-SEQ
           MOVE W-BP-SECURITY-ID(W-BK-DX)
                                   TO QD-SECURITY-ID
           MOVE W-BP-ID-TYPE(W-BK-DX)
                                   TO QD-SECURITY-ID-TYPE
           MOVE W-BP-ASSET-CLASS(W-BK-DX)
                                   TO QD-ASSET-CLASS
           MOVE W-BP-QUANTITY(W-BK-DX)
                                   TO QD-QUANTITY
           MOVE W-BP-PRICE(W-BK-DX)
                                   TO QD-PRICE-CENTS
           MOVE W-BP-COST-BASIS(W-BK-DX)
                                   TO QD-COST-BASIS-CENTS
           MOVE W-BP-MARKET-VALUE(W-BK-DX)
                                   TO QD-MARKET-VALUE-CENTS
           MOVE W-BP-ISSUER(W-BK-DX)
                                   TO QD-ISSUER-NAME

           WRITE GNRTFILE-Q-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
                                      W-BK-POSITIONS-WRITTEN
           .
       SUB-2997-EXIT.
           EXIT.
      /
       SUB-2500-BUSINESS-IDENTITY.
      *---------------------------

      **** The business's own identity over the person drawn for
      **** this customer: legal name and EIN off COMPANY-PROFILE, the
      **** entity type read off the name's suffix, no date of birth,
      **** date of death or employer email, and a date of formation
      **** inside the last forty years.  Should the profile call
      **** fail, the customer simply stays a person.

           SET  COMPANY-PROFILE    TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
               MOVE SPACE          TO W-COMM-PARTY-TYPE
               GO TO SUB-2500-EXIT
           END-IF

           MOVE SPACES             TO G-TAXID-SSN
           STRING FAKER-COMPANY-EIN(1 : 2)
                  '-'
                  FAKER-COMPANY-EIN(3 : 7)
                                   DELIMITED SIZE
                                   INTO G-TAXID-SSN

           MOVE FAKER-RESULT(1 : 50)
                                   TO W-COMM-LEGAL-NAME
                                      G-COMPANY
           MOVE SPACES             TO G-PERSON
           MOVE W-COMM-LEGAL-NAME  TO G-PERSON-LAST-NAME
           MOVE SPACES             TO G-DATE-OF-BIRTH
                                      G-DATE-OF-DEATH
                                      G-EMAIL
           MOVE FAKER-COMPANY-INDUSTRY-CODE
                                   TO W-COMM-INDUSTRY

           EVALUATE FAKER-COMPANY-SUFFIX
             WHEN 'LLC'
               MOVE 'LLC '         TO W-COMM-ENTITY-TYPE
             WHEN 'and Sons'
               MOVE 'PART'         TO W-COMM-ENTITY-TYPE
             WHEN OTHER
               MOVE 'CORP'         TO W-COMM-ENTITY-TYPE
           END-EVALUATE

           MOVE W-OWN-TODAY        TO W-COMM-FORMED
           SUBTRACT 40           FROM W-COMM-FORMED-YYYY
           IF      W-COMM-FORMED(6 : 5) = '02-29'
               MOVE '02-28'        TO W-COMM-FORMED(6 : 5)
           END-IF

           MOVE W-COMM-FORMED      TO FAKER-DATE-FROM

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO W-COMM-FORMED
           END-IF
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-WRITE-BUSINESS.
      *------------------------

      **** The 'F' record, a trade name at the ALIAS= rate, then the
      **** owners' plan and a 'U' link record for each of them.

           MOVE SPACES             TO GNRTFILE-F-REC
           MOVE 'F'                TO FD-RECORD-TYPE
           MOVE G-CUSTOMER-ID      TO FD-CUSTOMER-ID
           MOVE G-TAXID-SSN        TO FD-EIN
           MOVE W-COMM-LEGAL-NAME  TO FD-LEGAL-NAME
           MOVE W-COMM-ENTITY-TYPE TO FD-ENTITY-TYPE
           MOVE W-COMM-INDUSTRY(1 : 4)
                                   TO FD-SIC-CODE
           MOVE W-COMM-INDUSTRY(6 : 9)
                                   TO FD-INDUSTRY
           MOVE W-COMM-FORMED      TO FD-FORMATION-DATE
           MOVE G-ADDRESS-STATE(1 : 2)
                                   TO FD-FORMATION-STATE

           WRITE GNRTFILE-F-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
           ADD  1                  TO W-COMM-BUSINESS-CNT

           IF      W-ALIAS-PCT > 0
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-ALIAS-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

               IF      W-ALIAS-DRAW < W-ALIAS-PCT
                   PERFORM SUB-2515-WRITE-TRADE-NAME THRU SUB-2515-EXIT
               END-IF
           END-IF

           PERFORM SUB-2520-PLAN-OWNERS THRU SUB-2520-EXIT

           PERFORM SUB-2527-WRITE-ONE-LINK THRU SUB-2527-EXIT
               VARYING W-COMM-PARTY-NO FROM 1 BY 1
                 UNTIL W-COMM-PARTY-NO > W-COMM-PARTY-CNT
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2515-WRITE-TRADE-NAME.
      *--------------------------

      **** The name the business trades under (DBA), in use since
      **** its formation - any company name but its own.

           SET  COMPANY-COMPANY    TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
           OR      FAKER-RESULT(1 : 50) = W-COMM-LEGAL-NAME
               GO TO SUB-2515-EXIT
           END-IF

           MOVE 0                  TO W-ALIAS-SEQ
           MOVE SPACES             TO GNRTFILE-N-REC
           SET  ND-ALIAS-DBA       TO TRUE
           MOVE FAKER-RESULT(1 : 60)
                                   TO ND-DBA-NAME
           MOVE W-COMM-FORMED      TO ND-EFFECTIVE-DATE

           PERFORM SUB-2967-WRITE-ONE-ALIAS THRU SUB-2967-EXIT
           .
       SUB-2515-EXIT.
           EXIT.
      /
       SUB-2520-PLAN-OWNERS.
      *---------------------

      **** One to three beneficial owners whose stakes, all of
      **** twenty-five percent or more, add up to one hundred; the
      **** first also runs the business (BOTH), and two times in five
      **** an officer with no stake (CTRL) joins them.  At the
      **** BOIERR= rate one defect is planted instead: the first
      **** owner's stake inflated past one hundred in total, a
      **** further owner with no control holding under twenty-five
      **** (taken off the first owner's stake), or the first owner
      **** given no control and no officer named.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-COMM-OWNER-CNT
                                   =  FAKRAND-RANDOM-NO * 3 + 1
           IF      W-COMM-OWNER-CNT > 3
               MOVE 3              TO W-COMM-OWNER-CNT
           END-IF

           MOVE W-COMM-OWNER-CNT   TO W-COMM-PARTY-CNT

           EVALUATE W-COMM-OWNER-CNT
             WHEN 1
               MOVE 100            TO W-COMM-PLAN-PCT(1)
             WHEN 2
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
               COMPUTE W-COMM-PLAN-PCT(1)
                                   =  FAKRAND-RANDOM-NO * 26 + 50
               COMPUTE W-COMM-PLAN-PCT(2)
                                   =  100 - W-COMM-PLAN-PCT(1)
             WHEN OTHER
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
               COMPUTE W-COMM-PLAN-PCT(1)
                                   =  FAKRAND-RANDOM-NO * 17 + 34
               COMPUTE W-COMM-PCT-LEFT
                                   =  51 - W-COMM-PLAN-PCT(1)
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
               COMPUTE W-COMM-PLAN-PCT(2)
                                   =  FAKRAND-RANDOM-NO
                                      * W-COMM-PCT-LEFT + 25
               COMPUTE W-COMM-PLAN-PCT(3)
                                   =  100 - W-COMM-PLAN-PCT(1)
                                          - W-COMM-PLAN-PCT(2)
           END-EVALUATE

           MOVE 'BOTH'             TO W-COMM-PLAN-ROLE(1)
           MOVE 'OWNR'             TO W-COMM-PLAN-ROLE(2)
                                      W-COMM-PLAN-ROLE(3)

           MOVE 0                  TO W-COMM-DEFECT

           IF      W-COMM-ERR-PCT > 0
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-COMM-DRAW =  FAKRAND-RANDOM-NO * 100

               IF      W-COMM-DRAW < W-COMM-ERR-PCT
                   PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
                   COMPUTE W-COMM-DEFECT
                                   =  FAKRAND-RANDOM-NO * 3 + 1
                   IF      W-COMM-DEFECT > 3
                       MOVE 3      TO W-COMM-DEFECT
                   END-IF
                   ADD  1          TO W-COMM-DEFECT-CNT
               END-IF
           END-IF

           EVALUATE TRUE
             WHEN W-COMM-DEFECT-OVER
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
               COMPUTE W-COMM-SHIFT
                                   =  FAKRAND-RANDOM-NO * 21 + 10
               ADD  W-COMM-SHIFT   TO W-COMM-PLAN-PCT(1)
             WHEN W-COMM-DEFECT-UNDER-25
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT
               COMPUTE W-COMM-SHIFT
                                   =  FAKRAND-RANDOM-NO * 15 + 10
               SUBTRACT W-COMM-SHIFT
                                 FROM W-COMM-PLAN-PCT(1)
               ADD  1              TO W-COMM-PARTY-CNT
               MOVE 'OWNR'         TO W-COMM-PLAN-ROLE(W-COMM-PARTY-CNT)
               MOVE W-COMM-SHIFT   TO W-COMM-PLAN-PCT(W-COMM-PARTY-CNT)
             WHEN W-COMM-DEFECT-NO-CONTROL
               MOVE 'OWNR'         TO W-COMM-PLAN-ROLE(1)
           END-EVALUATE

           IF      NOT W-COMM-DEFECT-NO-CONTROL
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-COMM-DRAW =  FAKRAND-RANDOM-NO * 100

               IF      W-COMM-DRAW < 40
                   ADD  1          TO W-COMM-PARTY-CNT
                   MOVE 'CTRL'     TO W-COMM-PLAN-ROLE(W-COMM-PARTY-CNT)
                   MOVE 0          TO W-COMM-PLAN-PCT(W-COMM-PARTY-CNT)
               END-IF
           END-IF

           PERFORM SUB-2525-PLAN-ONE-OWNER THRU SUB-2525-EXIT
               VARYING W-COMM-PARTY-NO FROM 1 BY 1
                 UNTIL W-COMM-PARTY-NO > W-COMM-PARTY-CNT
           .
       SUB-2520-EXIT.
           EXIT.
      /
       SUB-2525-PLAN-ONE-OWNER.
      *------------------------

      **** Each party's customer ID is reserved now, an adult's date
      **** of birth drawn, and the title the role carries in this
      **** kind of entity given.

           ADD  1                  TO W-CUSTOMER-ID-SEQ

           PERFORM SUB-2055-ASSIGN-CUSTOMER-ID THRU SUB-2055-EXIT

           MOVE W-CUSTOMER-ID-TEXT TO W-COMM-PLAN-ID(W-COMM-PARTY-NO)

           MOVE 25                 TO FAKER-AGE-MIN
           MOVE 75                 TO FAKER-AGE-MAX

           SET  PERSON-DATE-OF-BIRTH
                                   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE 0                  TO FAKER-AGE-MIN
                                      FAKER-AGE-MAX

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                TO W-COMM-PLAN-DOB(W-COMM-PARTY-NO)
           ELSE
               MOVE SPACES      TO W-COMM-PLAN-DOB(W-COMM-PARTY-NO)
           END-IF

           EVALUATE TRUE
             WHEN W-COMM-PLAN-ROLE(W-COMM-PARTY-NO) = 'BOTH'
               EVALUATE W-COMM-ENTITY-TYPE
                 WHEN 'LLC '
                   MOVE 'MANAGING MEMBER'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
                 WHEN 'PART'
                   MOVE 'GENERAL PARTNER'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
                 WHEN OTHER
                   MOVE 'PRESIDENT'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
               END-EVALUATE
             WHEN W-COMM-PLAN-ROLE(W-COMM-PARTY-NO) = 'OWNR'
               EVALUATE W-COMM-ENTITY-TYPE
                 WHEN 'LLC '
                   MOVE 'MEMBER'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
                 WHEN 'PART'
                   MOVE 'LIMITED PARTNER'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
                 WHEN OTHER
                   MOVE 'SHAREHOLDER'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
               END-EVALUATE
             WHEN OTHER
               EVALUATE W-COMM-ENTITY-TYPE
                 WHEN 'LLC '
                   MOVE 'MANAGER'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
                 WHEN 'PART'
                   MOVE 'MANAGING DIRECTOR'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
                 WHEN OTHER
                   MOVE 'TREASURER'
                                TO W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
               END-EVALUATE
           END-EVALUATE
           .
       SUB-2525-EXIT.
           EXIT.
      /
       SUB-2527-WRITE-ONE-LINK.
      *------------------------

      **** The role began when the business was formed, or on the
      **** party's eighteenth birthday if that came later.

           MOVE SPACES             TO GNRTFILE-U-REC
           MOVE 'U'                TO UD-RECORD-TYPE
           MOVE G-CUSTOMER-ID      TO UD-BUSINESS-ID
           MOVE W-COMM-PARTY-NO    TO UD-LINK-SEQ
           MOVE W-COMM-PLAN-ID(W-COMM-PARTY-NO)
                                   TO UD-OWNER-ID
           MOVE W-COMM-PLAN-ROLE(W-COMM-PARTY-NO)
                                   TO UD-ROLE
           MOVE W-COMM-PLAN-TITLE(W-COMM-PARTY-NO)
                                   TO UD-TITLE
           MOVE W-COMM-PLAN-PCT(W-COMM-PARTY-NO)
                                   TO UD-OWNERSHIP-PCT
           MOVE W-COMM-FORMED      TO UD-EFFECTIVE-DATE

           IF      W-COMM-PLAN-DOB(W-COMM-PARTY-NO)(1 : 4) NUMERIC
               MOVE W-COMM-PLAN-DOB(W-COMM-PARTY-NO)
                                   TO W-CHRONO-FROM-DATE
               ADD  18             TO W-CHRONO-FROM-YYYY
               IF      W-CHRONO-FROM-DATE(6 : 5) = '02-29'
                   MOVE '02-28'    TO W-CHRONO-FROM-DATE(6 : 5)
               END-IF
               IF      W-CHRONO-FROM-DATE > UD-EFFECTIVE-DATE
                   MOVE W-CHRONO-FROM-DATE
                                   TO UD-EFFECTIVE-DATE
               END-IF
           END-IF

           WRITE GNRTFILE-U-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
           .
       SUB-2527-EXIT.
           EXIT.
      /
       SUB-2530-GENERATE-OWNERS.
      *-------------------------

      **** The planned parties, each an ordinary person customer of
      **** their own household, living in the business's state and
      **** working for it.

           MOVE SPACE              TO W-COMM-PARTY-TYPE

           PERFORM SUB-2535-GENERATE-ONE-OWNER THRU SUB-2535-EXIT
               VARYING W-COMM-PARTY-NO FROM 1 BY 1
                 UNTIL W-COMM-PARTY-NO > W-COMM-PARTY-CNT

           MOVE 'B'                TO W-COMM-PARTY-TYPE
           .
       SUB-2530-EXIT.
           EXIT.
      /
       SUB-2535-GENERATE-ONE-OWNER.
      *----------------------------

           MOVE W-COMM-PLAN-ID(W-COMM-PARTY-NO)
                                   TO G-CUSTOMER-ID
                                      G-HOUSEHOLD-ID
                                      FAKER-CUSTOMER-ID
           MOVE SPACES             TO G-PERSON
                                      G-DATE-OF-DEATH
                                      G-EMAIL
                                      G-IBAN
           MOVE W-COMM-LEGAL-NAME  TO G-COMPANY

      **** DATE OF BIRTH - as planned; it steers the first-name era
      **** band.  The first and last names are drawn apart.

           MOVE W-COMM-PLAN-DOB(W-COMM-PARTY-NO)
                                   TO G-DATE-OF-BIRTH
                                      FAKER-BIRTH-DATE

           SET  PERSON-FIRST-NAME  TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-BIRTH-DATE

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 25)
                                   TO G-PERSON-FIRST-NAME
           END-IF

           SET  PERSON-LAST-NAME   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 35)
                                   TO G-PERSON-LAST-NAME
           END-IF

           SET  TAXID-SSN-HYPHEN   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT   TO G-TAXID-SSN
           ELSE
               MOVE 'ERROR'        TO G-TAXID-SSN
           END-IF

      **** ADDRESS - a residence of their own in the business's
      **** state, held through its ordinal in the session:

           MOVE W-CUST-STATE-ORD   TO FAKER-SESSION-ID

           SET  ADDRESS-ADDRESS    TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-ADDRESS-STREET
                                   TO G-ADDRESS-STREET
               MOVE FAKER-ADDRESS-CITY
                                   TO G-ADDRESS-CITY
               MOVE FAKER-ADDRESS-STATE
                                   TO G-ADDRESS-STATE
               MOVE FAKER-ADDRESS-POSTCODE
                                   TO G-ADDRESS-POSTCODE
           ELSE
               MOVE FAKER-RESPONSE-MSG
                                   TO G-ADDRESS
           END-IF

           SET  ADDRESS-COUNTY     TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 20)
                                   TO G-COUNTY
           ELSE
               MOVE 'ERROR'        TO G-COUNTY
           END-IF

           SET  ADDRESS-COUNTY-FIPS
                                   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 5)
                                   TO G-COUNTY-FIPS
           ELSE
               MOVE 'ERROR'        TO G-COUNTY-FIPS
           END-IF

           SET  TELEPHONE          TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-TELEPHONE-AREA-CODE
                                   TO G-TELEPHONE-AREA-CODE
               MOVE FAKER-TELEPHONE-PREFIX
                                   TO G-TELEPHONE-PREFIX
               MOVE FAKER-TELEPHONE-SUFFIX
                                   TO G-TELEPHONE-SUFFIX
               MOVE FAKER-TELEPHONE-EXTENSION
                                   TO G-TELEPHONE-EXTENSION
           ELSE
               MOVE FAKER-RESPONSE-MSG
                                   TO G-TELEPHONE
           END-IF

           SET  BANK-ACCOUNT       TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT   TO G-BANK-ACCOUNT
           ELSE
               MOVE 'ERROR'        TO G-BANK-ACCOUNT
           END-IF

           SET  BANK-ROUTING       TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT   TO G-BANK-ROUTING
           ELSE
               MOVE 'ERROR'        TO G-BANK-ROUTING
           END-IF

           PERFORM SUB-9100-WRITE-GNRTFILE THRU SUB-9100-EXIT

           IF      SCORES-ON
               PERFORM SUB-2970-WRITE-SCORE-REC THRU SUB-2970-EXIT
           END-IF

           MOVE 'N'                TO W-ALIAS-HOLD-SW

           IF      W-ALIAS-PCT > 0
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-ALIAS-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

               IF      W-ALIAS-DRAW < W-ALIAS-PCT
                   MOVE 'N'        TO W-ALIAS-SPOUSE-SW
                   PERFORM SUB-2965-WRITE-ALIASES THRU SUB-2965-EXIT
               END-IF
           END-IF

           IF      IDDOCS-ON
               PERFORM SUB-2961-WRITE-ID-DOCUMENT THRU SUB-2961-EXIT
           END-IF
           .
       SUB-2535-EXIT.
           EXIT.
      /
       SUB-2540-WRITE-SIGNERS.
      *-----------------------

      **** Every control person (CTRL or BOTH) signs on the account -
      **** unless it is a CD, which is never drawn on.

           IF      W-PRD-TYPE-CD(W-PRD-PICKED)
               GO TO SUB-2540-EXIT
           END-IF

           PERFORM SUB-2545-WRITE-ONE-SIGNER THRU SUB-2545-EXIT
               VARYING W-COMM-PARTY-NO FROM 1 BY 1
                 UNTIL W-COMM-PARTY-NO > W-COMM-PARTY-CNT
           .
       SUB-2540-EXIT.
           EXIT.
      /
       SUB-2545-WRITE-ONE-SIGNER.
      *--------------------------

           IF      W-COMM-PLAN-ROLE(W-COMM-PARTY-NO) = 'OWNR'
               GO TO SUB-2545-EXIT
           END-IF

           MOVE W-COMM-PLAN-ID(W-COMM-PARTY-NO)
                                   TO W-OWN-PARTY-ID
           MOVE W-COMM-PLAN-DOB(W-COMM-PARTY-NO)
                                   TO W-OWN-PARTY-DOB
           MOVE 'AUTH'             TO W-OWN-ROLE

           PERFORM SUB-2338-WRITE-ONE-ROLE THRU SUB-2338-EXIT
           .
       SUB-2545-EXIT.
           EXIT.
      /
       SUB-2961-WRITE-ID-DOCUMENT.
      *---------------------------

      **** The customer's onboarding identity document.  A U.S.
      **** customer with a state on file draws the document type -
      **** three in four of those sixteen and over show a driver's
      **** license, one in ten a state ID, the rest a passport; a
      **** child is shown a state ID or a passport evenly - and
      **** everybody else shows a passport.  An unreadable date of
      **** birth is taken as an adult's.

           MOVE SPACES             TO GNRTFILE-I-REC
           MOVE 'I'                TO ID-RECORD-TYPE
           MOVE G-CUSTOMER-ID      TO ID-CUSTOMER-ID

           MOVE 'Y'                TO W-IDDOC-SIXTEEN-SW
           MOVE SPACES             TO W-IDDOC-SIXTEENTH

           IF      G-DATE-OF-BIRTH(1 : 4) NUMERIC
               MOVE G-DATE-OF-BIRTH
                                   TO W-IDDOC-SIXTEENTH
               ADD  16             TO W-IDDOC-SIXTEENTH-YYYY
               IF      W-IDDOC-SIXTEENTH(6 : 5) = '02-29'
                   MOVE '02-28'    TO W-IDDOC-SIXTEENTH(6 : 5)
               END-IF
               IF      W-IDDOC-SIXTEENTH > W-OWN-TODAY
                   MOVE 'N'        TO W-IDDOC-SIXTEEN-SW
               END-IF
           END-IF

           IF      W-CUST-COUNTRY NOT = 'US'
           OR      W-CUST-STATE-ORD < 1
               SET  ID-DOC-PASSPORT
                                   TO TRUE
           ELSE
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-IDDOC-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

               EVALUATE TRUE
                 WHEN NOT W-IDDOC-SIXTEEN
                   IF      W-IDDOC-DRAW < 50
                       SET  ID-DOC-STATE-ID
                                   TO TRUE
                   ELSE
                       SET  ID-DOC-PASSPORT
                                   TO TRUE
                   END-IF
                 WHEN W-IDDOC-DRAW < 75
                   SET  ID-DOC-LICENSE
                                   TO TRUE
                 WHEN W-IDDOC-DRAW < 85
                   SET  ID-DOC-STATE-ID
                                   TO TRUE
                 WHEN OTHER
                   SET  ID-DOC-PASSPORT
                                   TO TRUE
               END-EVALUATE
           END-IF

           IF      ID-DOC-PASSPORT
               PERFORM SUB-2963-PASSPORT THRU SUB-2963-EXIT
           ELSE
               PERFORM SUB-2962-STATE-CREDENTIAL THRU SUB-2962-EXIT
           END-IF

           IF      ID-DOC-NUMBER = SPACES
               GO TO SUB-2961-EXIT
           END-IF

           MOVE W-IDDOC-ISSUE      TO ID-ISSUE-DATE
           MOVE W-IDDOC-EXPIRY     TO ID-EXPIRY-DATE

           WRITE GNRTFILE-I-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT
           .
       SUB-2961-EXIT.
           EXIT.
      /
       SUB-2962-STATE-CREDENTIAL.
      *--------------------------

      **** A license or state ID from the customer's own state: the
      **** state's ordinal is held in the session for the call, so
      **** FAKGOVI draws in that state's number format.  Its issue
      **** date is pulled back a year when it lands past the run date,
      **** then to the earliest date the credential could have been
      **** issued (the sixteenth birthday for a license, birth for an
      **** ID), and back one eight-year renewal cycle when it lands
      **** past the date of death.

           MOVE FAKER-SESSION-ID   TO W-IDDOC-SAVE-SESSION
           MOVE W-CUST-STATE-ORD   TO FAKER-SESSION-ID

           IF      ID-DOC-LICENSE
               SET  GOVID-DRIVERS-LICENSE
                                   TO TRUE
               MOVE W-IDDOC-SIXTEENTH
                                   TO W-IDDOC-FLOOR
           ELSE
               SET  GOVID-STATE-ID TO TRUE
               MOVE G-DATE-OF-BIRTH
                                   TO W-IDDOC-FLOOR
           END-IF

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE W-IDDOC-SAVE-SESSION
                                   TO FAKER-SESSION-ID

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-2962-EXIT
           END-IF

           MOVE FAKER-GOVID-NUMBER TO ID-DOC-NUMBER
           MOVE G-ADDRESS-STATE    TO ID-ISSUER
           MOVE FAKER-GOVID-ISSUE-DATE
                                   TO W-IDDOC-ISSUE
           MOVE FAKER-GOVID-EXPIRY-DATE
                                   TO W-IDDOC-EXPIRY

           IF      W-IDDOC-ISSUE > W-OWN-TODAY
               SUBTRACT 1        FROM W-IDDOC-ISSUE-YYYY
                                      W-IDDOC-EXPIRY-YYYY
           END-IF

           IF      G-DATE-OF-DEATH NOT = SPACES
           AND     W-IDDOC-ISSUE > G-DATE-OF-DEATH
               SUBTRACT 8        FROM W-IDDOC-ISSUE-YYYY
                                      W-IDDOC-EXPIRY-YYYY
           END-IF

           IF      W-IDDOC-FLOOR(1 : 4) NUMERIC
           AND     W-IDDOC-ISSUE < W-IDDOC-FLOOR
               MOVE W-IDDOC-FLOOR  TO W-IDDOC-ISSUE
                                      W-IDDOC-EXPIRY
               ADD  8              TO W-IDDOC-EXPIRY-YYYY
               IF      W-IDDOC-EXPIRY(6 : 5) = '02-29'
                   MOVE '02-28'    TO W-IDDOC-EXPIRY(6 : 5)
               END-IF
           END-IF
           .
       SUB-2962-EXIT.
           EXIT.
      /
       SUB-2963-PASSPORT.
      *------------------

      **** A passport of the customer's own country, issued inside
      **** the last nine years (the last four when the customer may
      **** have held it as a child, so a child's five-year book is
      **** still current), never before birth nor after the date of
      **** death.  Ten years' validity, five when issued under
      **** sixteen.

           SET  GOVID-PASSPORT     TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-2963-EXIT
           END-IF

           MOVE FAKER-GOVID-NUMBER TO ID-DOC-NUMBER

           EVALUATE W-CUST-COUNTRY
             WHEN 'CA'
               MOVE 'CAN'          TO ID-ISSUER
             WHEN 'UK'
               MOVE 'GBR'          TO ID-ISSUER
             WHEN OTHER
               MOVE 'USA'          TO ID-ISSUER
           END-EVALUATE

           MOVE W-OWN-TODAY        TO W-IDDOC-FLOOR
           SUBTRACT 9            FROM W-IDDOC-FLOOR-YYYY

           IF      W-IDDOC-SIXTEENTH NOT = SPACES
           AND     W-IDDOC-SIXTEENTH > W-IDDOC-FLOOR
               MOVE W-OWN-TODAY    TO W-IDDOC-FLOOR
               SUBTRACT 4        FROM W-IDDOC-FLOOR-YYYY
           END-IF

           IF      W-IDDOC-FLOOR(6 : 5) = '02-29'
               MOVE '02-28'        TO W-IDDOC-FLOOR(6 : 5)
           END-IF

           IF      G-DATE-OF-BIRTH(1 : 4) NUMERIC
           AND     G-DATE-OF-BIRTH > W-IDDOC-FLOOR
               MOVE G-DATE-OF-BIRTH
                                   TO W-IDDOC-FLOOR
           END-IF

           MOVE W-IDDOC-FLOOR      TO FAKER-DATE-FROM

           PERFORM SUB-2059-CAP-AT-DEATH THRU SUB-2059-EXIT

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO W-IDDOC-ISSUE
           ELSE
               MOVE W-IDDOC-FLOOR  TO W-IDDOC-ISSUE
           END-IF

           IF      W-IDDOC-SIXTEENTH NOT = SPACES
           AND     W-IDDOC-ISSUE < W-IDDOC-SIXTEENTH
               MOVE 5              TO W-IDDOC-TERM
           ELSE
               MOVE 10             TO W-IDDOC-TERM
           END-IF

           MOVE W-IDDOC-ISSUE      TO W-IDDOC-EXPIRY
           ADD  W-IDDOC-TERM       TO W-IDDOC-EXPIRY-YYYY
           IF      W-IDDOC-EXPIRY(6 : 5) = '02-29'
               MOVE '02-28'        TO W-IDDOC-EXPIRY(6 : 5)
           END-IF
           .
       SUB-2963-EXIT.
           EXIT.
      /
       SUB-2965-WRITE-ALIASES.
      *-----------------------

      **** The customer's other names, one 'N' record apiece, in
      **** sequence: a former surname, the nickname, the variant
      **** spelling.  The table look-ups come first - they take no
      **** draws - so a former surname can be made certain for an
      **** adult with nothing else to be known by; otherwise the
      **** spouse always has one (the maiden name given up for the
      **** household's surname, MAID) and any other adult two times
      **** in five (PREV).  A minor has no former surname.

           MOVE 0                  TO W-ALIAS-SEQ
           MOVE 'N'                TO W-ALIAS-MAIDEN-SW
           MOVE SPACES             TO W-ALIAS-NICK
                                      W-ALIAS-TRAN-FIRST
                                      W-ALIAS-TRAN-LAST

           SET  W-NICK-IX          TO 1
           SEARCH W-NICK-OCCS
               WHEN W-NICK-NAME(W-NICK-IX) = G-PERSON-FIRST-NAME
                   MOVE W-NICK-ALIAS(W-NICK-IX)
                                   TO W-ALIAS-NICK
           END-SEARCH

           SET  W-SPELL-IX         TO 1
           SEARCH W-SPELL-OCCS
               WHEN W-SPELL-NAME(W-SPELL-IX) = G-PERSON-FIRST-NAME
                   MOVE W-SPELL-VARIANT(W-SPELL-IX)
                                   TO W-ALIAS-TRAN-FIRST
           END-SEARCH

           SET  W-SPELL-IX         TO 1
           SEARCH W-SPELL-OCCS
               WHEN W-SPELL-NAME(W-SPELL-IX) = G-PERSON-LAST-NAME
                   MOVE W-SPELL-VARIANT(W-SPELL-IX)
                                   TO W-ALIAS-TRAN-LAST
           END-SEARCH

           MOVE G-DATE-OF-BIRTH    TO W-OWN-PARTY-DOB

           PERFORM SUB-2345-CHECK-ADULT THRU SUB-2345-EXIT

           IF      W-OWN-ADULT
               IF      W-ALIAS-SPOUSE
               OR     (W-ALIAS-NICK       = SPACES
                   AND W-ALIAS-TRAN-FIRST = SPACES
                   AND W-ALIAS-TRAN-LAST  = SPACES)
                   MOVE 'Y'        TO W-ALIAS-MAIDEN-SW
               ELSE
                   PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

                   COMPUTE W-ALIAS-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

                   IF      W-ALIAS-DRAW < 40
                       MOVE 'Y'    TO W-ALIAS-MAIDEN-SW
                   END-IF
               END-IF
           END-IF

           IF      W-ALIAS-MAIDEN-DUE
               PERFORM SUB-2966-DRAW-FORMER-NAME THRU SUB-2966-EXIT

               IF      W-ALIAS-FORMER-LAST NOT = SPACES
                   MOVE SPACES     TO GNRTFILE-N-REC
                   IF      W-ALIAS-SPOUSE
                       SET  ND-ALIAS-MAIDEN
                                   TO TRUE
                   ELSE
                       SET  ND-ALIAS-PRIOR
                                   TO TRUE
                   END-IF
                   MOVE G-PERSON-FIRST-NAME
                                   TO ND-FIRST-NAME
                   MOVE W-ALIAS-FORMER-LAST
                                   TO ND-LAST-NAME
                   MOVE G-DATE-OF-BIRTH
                                   TO ND-EFFECTIVE-DATE
                   MOVE W-ALIAS-CHANGE-DATE
                                   TO ND-END-DATE
                   PERFORM SUB-2967-WRITE-ONE-ALIAS THRU SUB-2967-EXIT
               END-IF
           END-IF

           IF      W-ALIAS-NICK NOT = SPACES
               MOVE SPACES         TO GNRTFILE-N-REC
               SET  ND-ALIAS-NICKNAME
                                   TO TRUE
               MOVE W-ALIAS-NICK   TO ND-FIRST-NAME
               MOVE G-PERSON-LAST-NAME
                                   TO ND-LAST-NAME
               MOVE G-DATE-OF-BIRTH
                                   TO ND-EFFECTIVE-DATE
               PERFORM SUB-2967-WRITE-ONE-ALIAS THRU SUB-2967-EXIT
           END-IF

           IF      W-ALIAS-TRAN-FIRST NOT = SPACES
           OR      W-ALIAS-TRAN-LAST  NOT = SPACES
               MOVE SPACES         TO GNRTFILE-N-REC
               SET  ND-ALIAS-SPELLING
                                   TO TRUE
               MOVE G-PERSON-FIRST-NAME
                                   TO ND-FIRST-NAME
               MOVE G-PERSON-LAST-NAME
                                   TO ND-LAST-NAME
               IF      W-ALIAS-TRAN-FIRST NOT = SPACES
                   MOVE W-ALIAS-TRAN-FIRST
                                   TO ND-FIRST-NAME
               END-IF
               IF      W-ALIAS-TRAN-LAST NOT = SPACES
                   MOVE W-ALIAS-TRAN-LAST
                                   TO ND-LAST-NAME
               END-IF
               MOVE G-DATE-OF-BIRTH
                                   TO ND-EFFECTIVE-DATE
               PERFORM SUB-2967-WRITE-ONE-ALIAS THRU SUB-2967-EXIT
           END-IF
           .
       SUB-2965-EXIT.
           EXIT.
      /
       SUB-2966-DRAW-FORMER-NAME.
      *--------------------------

      **** A surname drawn in the customer's own locale that is not
      **** the current one (a few tries, then none), given up on a
      **** date between the eighteenth birthday and the run date, or
      **** the date of death.

           MOVE SPACES             TO W-ALIAS-FORMER-LAST
                                      W-ALIAS-CHANGE-DATE

           PERFORM SUB-2968-DRAW-ONE-SURNAME THRU SUB-2968-EXIT
               VARYING W-ALIAS-TRIES FROM 1 BY 1
                 UNTIL W-ALIAS-TRIES > 5
                    OR (W-ALIAS-FORMER-LAST NOT = SPACES
                    AND W-ALIAS-FORMER-LAST NOT = G-PERSON-LAST-NAME)

           IF      W-ALIAS-FORMER-LAST = G-PERSON-LAST-NAME
               MOVE SPACES         TO W-ALIAS-FORMER-LAST
               GO TO SUB-2966-EXIT
           END-IF

           MOVE G-DATE-OF-BIRTH    TO W-CHRONO-FROM-DATE
           ADD  18                 TO W-CHRONO-FROM-YYYY
           IF      W-CHRONO-FROM-DATE(6 : 5) = '02-29'
               MOVE '02-28'        TO W-CHRONO-FROM-DATE(6 : 5)
           END-IF

           MOVE W-CHRONO-FROM-DATE TO FAKER-DATE-FROM

           PERFORM SUB-2059-CAP-AT-DEATH THRU SUB-2059-EXIT

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO W-ALIAS-CHANGE-DATE
           END-IF
           .
       SUB-2966-EXIT.
           EXIT.
      /
       SUB-2967-WRITE-ONE-ALIAS.
      *-------------------------

      **** Keys and writes the alias record the caller has filled
      **** in; the customer's first alias is held for a duplicate.

           MOVE 'N'                TO ND-RECORD-TYPE
           MOVE G-CUSTOMER-ID      TO ND-CUSTOMER-ID
           ADD  1                  TO W-ALIAS-SEQ
           MOVE W-ALIAS-SEQ        TO ND-ALIAS-SEQ

           WRITE GNRTFILE-N-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT

           IF      NOT W-ALIAS-HELD
               MOVE ND-FIRST-NAME  TO W-ALIAS-HOLD-FIRST
               MOVE ND-LAST-NAME   TO W-ALIAS-HOLD-LAST
               MOVE 'Y'            TO W-ALIAS-HOLD-SW
           END-IF
           .
       SUB-2967-EXIT.
           EXIT.
      /
       SUB-2968-DRAW-ONE-SURNAME.
      *--------------------------

           SET  PERSON-LAST-NAME   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 35)
                                   TO W-ALIAS-FORMER-LAST
           ELSE
               MOVE SPACES         TO W-ALIAS-FORMER-LAST
           END-IF
           .
       SUB-2968-EXIT.
           EXIT.
      /
       SUB-2975-WRITE-CONTACT-HISTORY.
       SUB-2960-EXIT.
           EXIT.
      /
       SUB-2890-PLAN-HOUSEHOLD.
      *------------------------

      **** One to three further household members under this head,
      **** planned before the head's accounts are built: each
      **** member's customer ID is reserved and a generationally
      **** plausible date of birth drawn - the first member an
      **** adult contemporary, later members the children
      **** generation, the MINORS= share of them still minors.

      **** A persona's HOUSEHOLD= sets the member count outright.

           IF      W-PSN-EMITTING
           AND     W-PSN-HOUSEHOLD > 1
               COMPUTE W-HH-MEMBER-CNT
                                   =  W-PSN-HOUSEHOLD - 1
           ELSE
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-HH-MEMBER-CNT
                                   =  FAKRAND-RANDOM-NO * 3 + 1
           END-IF

           PERFORM SUB-2895-PLAN-ONE-MEMBER THRU SUB-2895-EXIT
               VARYING W-HH-MEMBER-NO FROM 1 BY 1
                 UNTIL W-HH-MEMBER-NO > W-HH-MEMBER-CNT
           .
       SUB-2890-EXIT.
           EXIT.
      /
       SUB-2895-PLAN-ONE-MEMBER.
      *-------------------------

           ADD  1                  TO W-CUSTOMER-ID-SEQ

           PERFORM SUB-2055-ASSIGN-CUSTOMER-ID THRU SUB-2055-EXIT

           MOVE W-CUSTOMER-ID-TEXT TO W-HH-PLAN-ID(W-HH-MEMBER-NO)

           IF      W-HH-MEMBER-NO = 1
               MOVE 25             TO FAKER-AGE-MIN
               MOVE 80             TO FAKER-AGE-MAX
           ELSE
               MOVE 18             TO FAKER-AGE-MIN
               MOVE 40             TO FAKER-AGE-MAX

               IF      W-HH-MINOR-PCT > 0
                   PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

                   COMPUTE W-HH-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

                   IF      W-HH-DRAW < W-HH-MINOR-PCT
                       MOVE 0      TO FAKER-AGE-MIN
                       MOVE 17     TO FAKER-AGE-MAX
                   END-IF
               END-IF
           END-IF

           SET  PERSON-DATE-OF-BIRTH
                                   TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE 0                  TO FAKER-AGE-MIN
                                      FAKER-AGE-MAX

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO W-HH-PLAN-DOB(W-HH-MEMBER-NO)
           ELSE
               MOVE SPACES         TO W-HH-PLAN-DOB(W-HH-MEMBER-NO)
           END-IF
           .
       SUB-2895-EXIT.
           EXIT.
      /
       SUB-2900-GENERATE-HOUSEHOLD.
      *----------------------------

      **** The planned household members under the head just
      **** written: the shared last name, address, telephone and
      **** household key repeat; each member gets the customer ID
      **** and date of birth planned for them and their own first
      **** name and SSN.

           PERFORM SUB-2910-GENERATE-ONE-MEMBER THRU SUB-2910-EXIT
               VARYING W-HH-MEMBER-NO FROM 1 BY 1
       SUB-2910-GENERATE-ONE-MEMBER.
      *-----------------------------

           MOVE W-HH-PLAN-ID(W-HH-MEMBER-NO)
                                   TO G-CUSTOMER-ID
                                      FAKER-CUSTOMER-ID

      **** The head's date of death is the head's alone.

           MOVE SPACES             TO G-DATE-OF-DEATH

      **** DATE OF BIRTH - as planned; it steers the member's
      **** first-name era band.

           IF      W-HH-PLAN-DOB(W-HH-MEMBER-NO) NOT = SPACES
               MOVE W-HH-PLAN-DOB(W-HH-MEMBER-NO)
                                   TO G-DATE-OF-BIRTH
                                      FAKER-BIRTH-DATE
           ELSE

           PERFORM SUB-9100-WRITE-GNRTFILE THRU SUB-9100-EXIT

      **** A minor carries no credit score; at the OWNRATE= rate a
      **** minor holds a custodial account instead.

           MOVE G-DATE-OF-BIRTH    TO W-OWN-PARTY-DOB

           PERFORM SUB-2345-CHECK-ADULT THRU SUB-2345-EXIT

           IF      SCORES-ON
           AND     OUTPUT-FORMAT-FIXED
           AND     W-OWN-ADULT
               PERFORM SUB-2970-WRITE-SCORE-REC THRU SUB-2970-EXIT
           END-IF

      **** Member 1 is the head's contemporary, the one who took the
      **** household surname - a maiden name is always among the
      **** aliases drawn for them.

           MOVE 'N'                TO W-ALIAS-HOLD-SW

           IF      W-ALIAS-PCT > 0
           AND     OUTPUT-FORMAT-FIXED
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-ALIAS-DRAW
                                   =  FAKRAND-RANDOM-NO * 100

               IF      W-ALIAS-DRAW < W-ALIAS-PCT
                   IF      W-HH-MEMBER-NO = 1
                       MOVE 'Y'    TO W-ALIAS-SPOUSE-SW
                   ELSE
                       MOVE 'N'    TO W-ALIAS-SPOUSE-SW
                   END-IF

                   PERFORM SUB-2965-WRITE-ALIASES THRU SUB-2965-EXIT
               END-IF
           END-IF

           IF      IDDOCS-ON
           AND     OUTPUT-FORMAT-FIXED
               PERFORM SUB-2961-WRITE-ID-DOCUMENT THRU SUB-2961-EXIT
           END-IF

           IF      NOT W-OWN-ADULT
           AND     G-DATE-OF-BIRTH(1 : 4) NUMERIC
           AND     W-OWN-RATE-PCT > 0
           AND     OUTPUT-FORMAT-FIXED
           AND     W-ACCT-MAX > 0
               PERFORM SUB-2920-CUSTODIAL-ACCOUNT THRU SUB-2920-EXIT
           END-IF
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2920-CUSTODIAL-ACCOUNT.
      *---------------------------

      **** The custodian is the head, else the first member - and
      **** only ever an adult by their own date of birth.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-OWN-DRAW      =  FAKRAND-RANDOM-NO * 100

           IF      W-OWN-DRAW NOT < W-OWN-RATE-PCT
               GO TO SUB-2920-EXIT
           END-IF

           MOVE W-HH-HEAD-ID       TO W-OWN-CUSTODIAN-ID
           MOVE W-HH-HEAD-DOB      TO W-OWN-CUSTODIAN-DOB
                                      W-OWN-PARTY-DOB

           PERFORM SUB-2345-CHECK-ADULT THRU SUB-2345-EXIT

           IF      NOT W-OWN-ADULT
               MOVE W-HH-PLAN-ID(1)
                                   TO W-OWN-CUSTODIAN-ID
               MOVE W-HH-PLAN-DOB(1)
                                   TO W-OWN-CUSTODIAN-DOB
                                      W-OWN-PARTY-DOB

               PERFORM SUB-2345-CHECK-ADULT THRU SUB-2345-EXIT

               IF      NOT W-OWN-ADULT
                   GO TO SUB-2920-EXIT
               END-IF
           END-IF

           SET  W-OWN-CUSTODIAL    TO TRUE
           MOVE 0                  TO W-SCN-KIND
                                      W-ACCT-SEQ

           PERFORM SUB-2310-GENERATE-ONE-ACCOUNT THRU SUB-2310-EXIT

           MOVE 'N'                TO W-OWN-CUSTODIAL-SW
           .
       SUB-2920-EXIT.
           EXIT.
      /
       SUB-2800-INJECT-DUPLICATE.
      *--------------------------

           MOVE W-CUSTOMER-ID-TEXT TO G-HOUSEHOLD-ID

      **** Nor does it carry the original's date of death - the
      **** death is reported against one record, and the duplicate
      **** living on under a second ID is the trap it sets for
      **** death processing.

           MOVE SPACES             TO G-DATE-OF-DEATH

      **** A customer with an alias on file may instead come back
      **** under that alias - the pair then agrees on name only
      **** through the 'N' record.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           IF      W-ALIAS-HELD
               COMPUTE W-DUP-KIND  =  FAKRAND-RANDOM-NO * 4 + 1
           ELSE
               COMPUTE W-DUP-KIND  =  FAKRAND-RANDOM-NO * 3 + 1
           END-IF

           MOVE SPACES             TO DUPFILE-REC

               END-IF
               MOVE 'SSNT'         TO DUP-ALTER-CODE

             WHEN 3

      **** Abbreviate the street the way data entry does.

                                 ALL 'Avenue' BY 'Ave   '
                                 ALL 'Drive'  BY 'Dr   '
               MOVE 'ADDR'         TO DUP-ALTER-CODE

             WHEN OTHER

      **** The customer's first alias in place of the name.

               MOVE W-ALIAS-HOLD-FIRST
                                   TO G-PERSON-FIRST-NAME
               MOVE W-ALIAS-HOLD-LAST
                                   TO G-PERSON-LAST-NAME
               MOVE 'AKA '         TO DUP-ALTER-CODE
           END-EVALUATE

           PERFORM SUB-9100-WRITE-GNRTFILE THRU SUB-9100-EXIT
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2057-DRAW-DEATH-DATE.
      *-------------------------

      **** The window opens at the later of the eighteenth birthday
      **** (the account-open anchor, so there is always room for an
      **** account before the death) and three years before the run
      **** date, and closes at the run date.

           MOVE G-DATE-OF-BIRTH    TO W-CHRONO-FROM-DATE
           ADD  18                 TO W-CHRONO-FROM-YYYY

           MOVE FUNCTION CURRENT-DATE(1 : 4)
                                   TO W-CHRONO-NOW-YYYY
           IF      W-CHRONO-FROM-YYYY >= W-CHRONO-NOW-YYYY
               COMPUTE W-CHRONO-FROM-YYYY
                                   =  W-CHRONO-NOW-YYYY - 1
           END-IF

           MOVE W-OWN-TODAY        TO W-DEATH-FLOOR
           SUBTRACT 3            FROM W-DEATH-FLOOR-YYYY
           IF      W-DEATH-FLOOR(6 : 5) = '02-29'
               MOVE '02-28'        TO W-DEATH-FLOOR(6 : 5)
           END-IF

           IF      W-CHRONO-FROM-DATE < W-DEATH-FLOOR
               MOVE W-DEATH-FLOOR  TO W-CHRONO-FROM-DATE
           END-IF

           MOVE W-CHRONO-FROM-DATE TO FAKER-DATE-FROM

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)
                                   TO G-DATE-OF-DEATH
           END-IF
           .
       SUB-2057-EXIT.
           EXIT.
      /
       SUB-2059-CAP-AT-DEATH.
      *----------------------

      **** Closes an open-date draw's window at a deceased
      **** customer's date of death - pulling the window's start
      **** back to it too when the chronology anchor already lies
      **** past it.  The caller clears FAKER-DATE-TO after the draw.

           IF      G-DATE-OF-DEATH = SPACES
               GO TO SUB-2059-EXIT
           END-IF

           IF      FAKER-DATE-FROM > G-DATE-OF-DEATH
               MOVE G-DATE-OF-DEATH
                                   TO FAKER-DATE-FROM
           END-IF

           MOVE G-DATE-OF-DEATH    TO FAKER-DATE-TO
           .
       SUB-2059-EXIT.
           EXIT.
      /
       SUB-2058-DRAW-IBAN.
      *-------------------

      **** FAKBANK's GB IBAN.  For a UK customer the ABA routing is
      **** blanked - the IBAN is the whole routing story; a US
      **** customer's account abroad sits beside the routing.

           SET  BANK-IBAN          TO TRUE

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 34)
                                   TO G-IBAN

               IF      W-CUST-COUNTRY = 'UK'
                   MOVE SPACES     TO G-BANK-ROUTING
               END-IF
           END-IF
           .
       SUB-2058-EXIT.
           .
       SUB-2060-EXIT.
           EXIT.
      /
       SUB-2062-PICK-CAL-STATE.
      *------------------------

      **** Steers this U.S. customer's address into a state picked in
      **** proportion to the STATEWT= weights, through the session
      **** ordinal FAKADDR honours.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-CAL-DRAW      =  FAKRAND-RANDOM-NO
                                   *  W-CAL-STATE-TOTAL

           MOVE 0                  TO W-CAL-RUNNING
                                      W-CAL-PICKED

           PERFORM SUB-2063-SCAN-CAL-STATE THRU SUB-2063-EXIT
               VARYING W-CAL-DX FROM 1 BY 1
                 UNTIL W-CAL-DX > 51
                    OR W-CAL-PICKED > 0

           IF      W-CAL-PICKED > 0
               MOVE W-CAL-PICKED   TO FAKER-SESSION-ID
           END-IF
           .
       SUB-2062-EXIT.
           EXIT.
      /
       SUB-2063-SCAN-CAL-STATE.
      *------------------------

           ADD  W-CAL-STATE-WT(W-CAL-DX)
                                   TO W-CAL-RUNNING

           IF      W-CAL-RUNNING > W-CAL-DRAW
               MOVE W-CAL-DX       TO W-CAL-PICKED
           END-IF
           .
       SUB-2063-EXIT.
           EXIT.
      /
       SUB-2064-CALIBRATE-AGE.
      *-----------------------

      **** Re-dates the birth date drawn above into an AGEWT= band:
      **** a band picked by weight, an age picked evenly within it,
      **** the year set back from today's so the customer is that
      **** age now.  The month and day drawn are kept (a 29 February
      **** that lands in a common year becomes the 28th), so the
      **** era-banded first name still follows the birth year.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-CAL-DRAW      =  FAKRAND-RANDOM-NO
                                   *  W-CAL-AGE-TOTAL

           MOVE 0                  TO W-CAL-RUNNING
                                      W-CAL-PICKED

           PERFORM SUB-2065-SCAN-CAL-AGE THRU SUB-2065-EXIT
               VARYING W-CAL-DX FROM 1 BY 1
                 UNTIL W-CAL-DX > 7
                    OR W-CAL-PICKED > 0

           IF      W-CAL-PICKED = 0
               GO TO SUB-2064-EXIT
           END-IF

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-CAL-RANGE     =  W-CAL-AGE-HIGH(W-CAL-PICKED)
                                   -  W-CAL-AGE-LOW(W-CAL-PICKED)
                                   +  1
           COMPUTE W-CAL-AGE       =  FAKRAND-RANDOM-NO * W-CAL-RANGE
                                   +  W-CAL-AGE-LOW(W-CAL-PICKED)

           MOVE G-DATE-OF-BIRTH    TO W-CAL-DOB
           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-CAL-TODAY

           COMPUTE W-CAL-DOB-YYYY  =  W-CAL-TODAY-YYYY - W-CAL-AGE

           MOVE W-CAL-DOB-MM       TO W-CAL-BIRTHDAY(1 : 2)
           MOVE W-CAL-DOB-DD       TO W-CAL-BIRTHDAY(3 : 2)

           IF      W-CAL-BIRTHDAY > W-CAL-TODAY-MMDD
               SUBTRACT 1          FROM W-CAL-DOB-YYYY
           END-IF

           IF      W-CAL-BIRTHDAY = '0229'
               DIVIDE W-CAL-DOB-YYYY BY 4
                   GIVING    W-CAL-LEAP-QUOTIENT
                   REMAINDER W-CAL-LEAP-REMAINDER
               IF      W-CAL-LEAP-REMAINDER NOT = 0
                   MOVE '28'       TO W-CAL-DOB-DD
               END-IF
           END-IF

           MOVE W-CAL-DOB          TO G-DATE-OF-BIRTH
                                      FAKER-BIRTH-DATE
           .
       SUB-2064-EXIT.
           EXIT.
      /
       SUB-2065-SCAN-CAL-AGE.
      *----------------------

           ADD  W-CAL-AGE-WT(W-CAL-DX)
                                   TO W-CAL-RUNNING

           IF      W-CAL-RUNNING > W-CAL-DRAW
               MOVE W-CAL-DX       TO W-CAL-PICKED
           END-IF
           .
       SUB-2065-EXIT.
           EXIT.
      /
       SUB-2600-NEXT-BULK-VALUE.
      *-------------------------
      **** customer just written - the count of each drawn from the
      **** CTLFILE min/max distributions so the extract carries
      **** realistic shape (volume under each customer), not just
      **** realistic field values.  ACCTWT= buckets, when given,
      **** replace the even min/max draw; a persona's ACCOUNTS=
      **** replaces both.

           IF      W-PSN-EMITTING
           AND     W-PSN-ACCTS-SET
               MOVE W-PSN-ACCTS    TO W-ACCT-COUNT
               GO TO SUB-2300-GENERATE
           END-IF

           IF      W-CAL-RT-TOTAL(1) > 0
               MOVE 1              TO W-CAL-RT
               PERFORM SUB-2316-DRAW-CAL-RANGE THRU SUB-2316-EXIT
               MOVE W-CAL-RT-PICK  TO W-ACCT-COUNT
               GO TO SUB-2300-GENERATE
           END-IF

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-ACCT-COUNT    =  FAKRAND-RANDOM-NO
                                      * W-ACCT-COUNT
                                      + W-ACCT-MIN
           .
       SUB-2300-GENERATE.

           MOVE 0                  TO W-ACCT-SEQ

           MOVE 'D'                TO DD-RECORD-TYPE
           MOVE W-ACCOUNT-ID-TEXT  TO DD-ACCOUNT-ID

           MOVE 'D'                TO W-PRD-CLASS-WANTED
           PERFORM SUB-2390-PICK-PRODUCT THRU SUB-2390-EXIT
           MOVE W-PRD-CODE(W-PRD-PICKED)
                                   TO DD-PRODUCT-CODE

      **** The account number is built to the product's own format
      **** off FAKBANK's account-format definitions, so it carries
      **** the bank's prefix and passes the core system's check-
      **** digit edit.  A catalog product needs a definition there
      **** (NONE for a plain digit string) no longer than the 12
      **** digits DD-BANK-ACCOUNT holds.

           SET  BANK-ACCOUNT       TO TRUE
           MOVE DD-PRODUCT-CODE    TO FAKER-ACCT-FORMAT-ID

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-ACCT-FORMAT-ID

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT   TO DD-BANK-ACCOUNT
           ELSE
                                   TO FAKER-DATE-FROM
           END-IF

      **** A custodial account instead opens in the minor's own
      **** lifetime, and no earlier than the custodian's
      **** eighteenth birthday.

           IF      W-OWN-CUSTODIAL
               MOVE W-OWN-CUSTODIAN-DOB
                                   TO W-CHRONO-FROM-DATE
               ADD  18             TO W-CHRONO-FROM-YYYY

               IF      W-CHRONO-FROM-DATE < G-DATE-OF-BIRTH
                   MOVE G-DATE-OF-BIRTH
                                   TO W-CHRONO-FROM-DATE
               END-IF

               MOVE W-CHRONO-FROM-DATE
                                   TO FAKER-DATE-FROM
           END-IF

      **** A business account opens no earlier than the business was
      **** formed.

           IF      W-COMM-BUSINESS
           AND     W-COMM-FORMED NOT = SPACES
               MOVE W-COMM-FORMED  TO FAKER-DATE-FROM
           END-IF

           PERFORM SUB-2059-CAP-AT-DEATH THRU SUB-2059-EXIT

           IF      W-PSN-EMITTING
           AND     NOT W-OWN-CUSTODIAL
               PERFORM SUB-2311-PERSONA-OPEN-WINDOW THRU SUB-2311-EXIT
           END-IF

           SET  TEMPORAL-DATE      TO TRUE

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE SPACES             TO FAKER-DATE-FROM
                                      FAKER-DATE-TO

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT(1 : 10)

           PERFORM SUB-2312-ASSIGN-STATUS THRU SUB-2312-EXIT

      **** A deceased customer's activity stops at the date of death
      **** whatever the lifecycle status left the window at.

           IF      G-DATE-OF-DEATH NOT = SPACES
               IF      W-TRAN-DATE-TO = SPACES
               OR      W-TRAN-DATE-TO > G-DATE-OF-DEATH
                   MOVE G-DATE-OF-DEATH
                                   TO W-TRAN-DATE-TO
               END-IF
           END-IF

      **** OPENING BALANCE, then the transactions - drawn into the
      **** table and applied to the running balance BEFORE the 'D'
      **** record goes out, so the closing balance it carries is the
               MOVE 0              TO W-ACCT-OPEN-CENTS
           END-IF

      **** A full BALDECILE= set re-draws the balance into the
      **** production decile shape (the FINANCE-AMOUNT draw is still
      **** made, so the draws that follow stay in step).

           IF      W-CAL-BAL-CNT = 11
               PERFORM SUB-2317-DRAW-CAL-BALANCE THRU SUB-2317-EXIT
           END-IF

           MOVE W-ACCT-OPEN-CENTS  TO W-ACCT-RUN-CENTS

      **** TRANWT= buckets, when given, replace the min/max draw and
      **** its skew.

           IF      W-CAL-RT-TOTAL(2) > 0
               MOVE 2              TO W-CAL-RT
               PERFORM SUB-2316-DRAW-CAL-RANGE THRU SUB-2316-EXIT
               MOVE W-CAL-RT-PICK  TO W-TRAN-COUNT
           ELSE
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-TRAN-COUNT
                                   =  W-TRAN-MAX - W-TRAN-MIN + 1

      **** A skewed run squares the draw (the employer pick's
      **** many-to-one idiom): most accounts land near TRANMIN and a
      **** few carry the bulk of the activity.

               IF      TRAN-SKEW-ON
                   COMPUTE W-TRAN-COUNT
                                   =  FAKRAND-RANDOM-NO
                                      * FAKRAND-RANDOM-NO
                                      * W-TRAN-COUNT
                                      + W-TRAN-MIN
               ELSE
                   COMPUTE W-TRAN-COUNT
                                   =  FAKRAND-RANDOM-NO
                                      * W-TRAN-COUNT
                                      + W-TRAN-MIN
               END-IF
           END-IF

           MOVE 0                  TO W-TT-DX
           PERFORM SUB-2315-BUILD-ONE-TRAN THRU SUB-2315-EXIT
               W-TRAN-COUNT TIMES

           PERFORM SUB-2360-ASSESS-MONTHLY-FEE THRU SUB-2360-EXIT

      **** A CD takes no debits, so the planted scenario rides on
      **** the customer's first account that is not one.

           IF      W-SCN-KIND > 0
           AND     NOT W-PRD-TYPE-CD(W-PRD-PICKED)
               PERFORM SUB-2350-INJECT-SCENARIO THRU SUB-2350-EXIT
           END-IF

           PERFORM SUB-2320-WRITE-ONE-TRAN THRU SUB-2320-EXIT
               VARYING W-TT-DX FROM 1 BY 1
                 UNTIL W-TT-DX > W-TRAN-COUNT

           IF      W-OWN-RATE-PCT > 0
           OR      W-COMM-BUSINESS
           OR      W-PSN-JOINT-YES AND W-PSN-EMITTING
               PERFORM SUB-2330-WRITE-OWNERSHIP THRU SUB-2330-EXIT
           END-IF
           .
       SUB-2310-EXIT.
           EXIT.
      /
       SUB-2311-PERSONA-OPEN-WINDOW.
      *-----------------------------

      **** A persona account stated dormant must open before the
      **** dormancy cutoff, so its open-date window is closed a
      **** month inside it (an age too young for that window was
      **** refused when the library was read).

           IF      W-ACCT-SEQ > 9
               GO TO SUB-2311-EXIT
           END-IF

           IF      W-PSN-STATUS(W-ACCT-SEQ) NOT = 'D'
               GO TO SUB-2311-EXIT
           END-IF

           IF      FAKER-DATE-FROM = SPACES
           OR      FAKER-DATE-FROM NOT < W-PSN-DORM-LIMIT
               GO TO SUB-2311-EXIT
           END-IF

           IF      FAKER-DATE-TO = SPACES
           OR      FAKER-DATE-TO > W-PSN-DORM-LIMIT
               MOVE W-PSN-DORM-LIMIT
                                   TO FAKER-DATE-TO
           END-IF
           .
       SUB-2311-EXIT.
           EXIT.
      /
       SUB-2312-ASSIGN-STATUS.
      *-----------------------
           MOVE SPACES             TO W-ACCT-CLOSE-DATE
                                      W-TRAN-DATE-TO

      **** A persona's STATUS= list names the status of each account
      **** it covers (never a member's custodial account).

           IF      W-PSN-EMITTING
           AND     NOT W-OWN-CUSTODIAL
           AND     W-ACCT-SEQ NOT > 9
               IF      W-PSN-STATUS(W-ACCT-SEQ) NOT = SPACE
                   MOVE W-PSN-STATUS(W-ACCT-SEQ)
                                   TO W-STAT-FORCED
                   PERFORM SUB-2314-FORCE-STATUS THRU SUB-2314-EXIT
                   GO TO SUB-2312-EXIT
               END-IF
           END-IF

           IF      W-STAT-DORM-PCT = 0
           AND     W-STAT-CLSD-PCT = 0
           AND     W-STAT-COFF-PCT = 0
               CONTINUE
           END-EVALUATE
           .
       SUB-2312-EXIT.
           EXIT.
      /
       SUB-2314-FORCE-STATUS.
      *----------------------

      **** The stated status, under the same rules the lifecycle
      **** draw follows - dormant only with an open date before the
      **** cutoff, a close date drawn for a closed or charged-off
      **** account.

           EVALUATE W-STAT-FORCED
             WHEN 'D'
               IF      W-ACCT-OPEN-DATE NOT = SPACES
               AND     W-ACCT-OPEN-DATE < W-DORMANT-CUTOFF
                   MOVE 'D'        TO W-ACCT-STATUS
                   MOVE W-DORMANT-CUTOFF
                                   TO W-TRAN-DATE-TO
               END-IF

             WHEN 'C'
             WHEN 'X'
               MOVE W-STAT-FORCED  TO W-ACCT-STATUS
               PERFORM SUB-2313-DRAW-CLOSE-DATE THRU SUB-2313-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2314-EXIT.
           EXIT.
      /
       SUB-2313-DRAW-CLOSE-DATE.
      **** One transaction drawn and applied to the running balance.
      **** A debit the balance cannot cover is flipped to a credit,
      **** so the roll-forward stays non-negative without post-
      **** editing.  A CD product takes deposits only - every draw
      **** is a credit.

           ADD  1                  TO W-TT-DX


           IF      FAKRAND-RANDOM-NO < 0.5
           AND     W-TRAN-CENTS <= W-ACCT-RUN-CENTS
           AND     NOT W-PRD-TYPE-CD(W-PRD-PICKED)
               MOVE 'D'            TO W-TT-DR-CR(W-TT-DX)
               SUBTRACT W-TRAN-CENTS
                                   FROM W-ACCT-RUN-CENTS
           .
       SUB-2315-EXIT.
           EXIT.
      /
       SUB-2316-DRAW-CAL-RANGE.
      *------------------------

      **** A count from range-bucket table W-CAL-RT: a bucket picked
      **** in proportion to its weight, then a count picked evenly
      **** between the bucket's low and high, into W-CAL-RT-PICK.

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-CAL-DRAW      =  FAKRAND-RANDOM-NO
                                   *  W-CAL-RT-TOTAL(W-CAL-RT)

           MOVE 0                  TO W-CAL-RUNNING
                                      W-CAL-PICKED
                                      W-CAL-RT-PICK

           PERFORM SUB-2318-SCAN-CAL-RANGE THRU SUB-2318-EXIT
               VARYING W-CAL-DX FROM 1 BY 1
                 UNTIL W-CAL-DX > W-CAL-RT-CNT(W-CAL-RT)
                    OR W-CAL-PICKED > 0

           IF      W-CAL-PICKED = 0
               GO TO SUB-2316-EXIT
           END-IF

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-CAL-RANGE     =
                   W-CAL-RT-HIGH(W-CAL-RT, W-CAL-PICKED)
                 - W-CAL-RT-LOW(W-CAL-RT, W-CAL-PICKED)
                 + 1
           COMPUTE W-CAL-RT-PICK   =  FAKRAND-RANDOM-NO * W-CAL-RANGE
                                   +  W-CAL-RT-LOW(W-CAL-RT,
                                                   W-CAL-PICKED)
           .
       SUB-2316-EXIT.
           EXIT.
      /
       SUB-2317-DRAW-CAL-BALANCE.
      *--------------------------

      **** An opening balance in the BALDECILE= shape: each decile
      **** holds a tenth of the accounts, so one is picked evenly,
      **** and the balance evenly between its lower and upper bound
      **** (bound n sits at subscript n + 1).

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-CAL-DX        =  FAKRAND-RANDOM-NO * 10 + 1

           IF      W-CAL-DX > 10
               MOVE 10             TO W-CAL-DX
           END-IF

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-CAL-BAL-RANGE =  W-CAL-BAL-BOUND(W-CAL-DX + 1)
                                   -  W-CAL-BAL-BOUND(W-CAL-DX)

           IF      W-CAL-BAL-RANGE < 0
               MOVE 0              TO W-CAL-BAL-RANGE
           END-IF

           COMPUTE W-ACCT-OPEN-CENTS
                                   =  FAKRAND-RANDOM-NO
                                   *  W-CAL-BAL-RANGE
                                   +  W-CAL-BAL-BOUND(W-CAL-DX)
           .
       SUB-2317-EXIT.
           EXIT.
      /
       SUB-2318-SCAN-CAL-RANGE.
      *------------------------

           ADD  W-CAL-RT-WT(W-CAL-RT, W-CAL-DX)
                                   TO W-CAL-RUNNING

           IF      W-CAL-RUNNING > W-CAL-DRAW
               MOVE W-CAL-DX       TO W-CAL-PICKED
           END-IF
           .
       SUB-2318-EXIT.
           EXIT.
      /
       SUB-2360-ASSESS-MONTHLY-FEE.
      *----------------------------

      **** An account whose balance has fallen under its product's
      **** minimum is charged the product's monthly fee, dated the
      **** first of the last statement month in its window - the
      **** close date or dormancy cutoff when the status capped the
      **** window, otherwise the run month.  A balance that cannot
      **** cover the fee is not charged (the non-negative rule the
      **** normal build follows), and an account opened inside that
      **** month has not cycled yet.

           IF      W-PRD-FEE-CENTS(W-PRD-PICKED) = 0
           OR      W-PRD-TYPE-CD(W-PRD-PICKED)
           OR      W-ACCT-RUN-CENTS >= W-PRD-MIN-BAL-CENTS(W-PRD-PICKED)
           OR      W-ACCT-RUN-CENTS < W-PRD-FEE-CENTS(W-PRD-PICKED)
           OR      W-ACCT-OPEN-DATE(1 : 4) NOT NUMERIC
           OR      W-TRAN-COUNT >= 999
               GO TO SUB-2360-EXIT
           END-IF

           IF      W-TRAN-DATE-TO(1 : 4) NUMERIC
               MOVE W-TRAN-DATE-TO(1 : 4)
                                   TO W-SCN-PAY-YYYY
               MOVE W-TRAN-DATE-TO(6 : 2)
                                   TO W-SCN-PAY-MM
           ELSE
               MOVE W-CURRENT-YYYY TO W-SCN-PAY-YYYY
               MOVE W-CURRENT-MM   TO W-SCN-PAY-MM
           END-IF
           MOVE 1                  TO W-SCN-PAY-DD

           IF      W-SCN-PAY-DATE <= W-ACCT-OPEN-DATE
               GO TO SUB-2360-EXIT
           END-IF

           MOVE W-PRD-FEE-CENTS(W-PRD-PICKED)
                                   TO W-SCN-CENTS
           MOVE 'Y'                TO W-SCN-DATED-SW
           MOVE 'D'                TO W-TRAN-DR-CR

           PERFORM SUB-2355-APPEND-TRAN THRU SUB-2355-EXIT

           ADD  1                  TO W-PRD-FEE-CNT
           .
       SUB-2360-EXIT.
           EXIT.
      /
       SUB-2390-PICK-PRODUCT.
      *----------------------

      **** One seeded draw against the wanted class's total weight,
      **** walked down the catalog in load order.

           MOVE 0                  TO W-PRD-PICKED
                                      W-PRD-RUNNING

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           IF      W-PRD-CLASS-WANTED = 'D'
               COMPUTE W-PRD-TARGET
                                   =  FAKRAND-RANDOM-NO
                                      * W-PRD-D-WEIGHT
           ELSE
               COMPUTE W-PRD-TARGET
                                   =  FAKRAND-RANDOM-NO
                                      * W-PRD-L-WEIGHT
           END-IF

           PERFORM SUB-2395-WALK-ONE-PRODUCT THRU SUB-2395-EXIT
               VARYING W-PRD-DX FROM 1 BY 1
                 UNTIL W-PRD-DX > W-PRD-CNT
                    OR W-PRD-PICKED > 0
           .
       SUB-2390-EXIT.
           EXIT.
      /
       SUB-2395-WALK-ONE-PRODUCT.
      *--------------------------

           IF      W-PRD-CLASS(W-PRD-DX) = W-PRD-CLASS-WANTED
               ADD  W-PRD-WEIGHT(W-PRD-DX)
                                   TO W-PRD-RUNNING
               IF      W-PRD-RUNNING > W-PRD-TARGET
                   MOVE W-PRD-DX   TO W-PRD-PICKED
               END-IF
           END-IF
           .
       SUB-2395-EXIT.
           EXIT.
      /
       SUB-2350-INJECT-SCENARIO.
      *-------------------------
           PERFORM SUB-2354-NORMALIZE-MONTH THRU SUB-2354-EXIT
               UNTIL W-SCN-PAY-MM < 13

      **** No payment is scheduled past a deceased customer's date
      **** of death.

           IF      G-DATE-OF-DEATH NOT = SPACES
           AND     W-SCN-PAY-DATE > G-DATE-OF-DEATH
               GO TO SUB-2353-EXIT
           END-IF

           MOVE 'Y'                TO W-SCN-DATED-SW
           MOVE 'D'                TO W-TRAN-DR-CR

           .
       SUB-2320-EXIT.
           EXIT.
      /
       SUB-2330-WRITE-OWNERSHIP.
      *-------------------------

      **** A custodial account names its custodian and nobody else.
      **** Any other account draws against OWNRATE= for one or two
      **** further parties - the owner's household members first,
      **** the previous customer when there is no household.

           MOVE SPACES             TO W-OWN-FIRST-PARTY

      **** A business account's signers are the business's control
      **** persons, OWNRATE= or not.

           IF      W-COMM-BUSINESS
               PERFORM SUB-2540-WRITE-SIGNERS THRU SUB-2540-EXIT
               GO TO SUB-2330-EXIT
           END-IF

           IF      W-OWN-CUSTODIAL
               MOVE W-OWN-CUSTODIAN-ID
                                   TO W-OWN-PARTY-ID
               MOVE W-OWN-CUSTODIAN-DOB
                                   TO W-OWN-PARTY-DOB
               MOVE 'CUST'         TO W-OWN-ROLE

               PERFORM SUB-2338-WRITE-ONE-ROLE THRU SUB-2338-EXIT
               GO TO SUB-2330-EXIT
           END-IF

      **** A persona's JOINT= decides outright: Y makes its first
      **** household member joint owner of its first account, N
      **** keeps every account in the persona's sole name.

           IF      W-PSN-EMITTING
           AND     W-PSN-JOINT-SET
               IF      W-PSN-JOINT-YES
               AND     W-ACCT-SEQ = 1
               AND     W-HH-MEMBER-CNT > 0
                   MOVE W-HH-PLAN-ID(1)
                                   TO W-OWN-PARTY-ID
                   MOVE W-HH-PLAN-DOB(1)
                                   TO W-OWN-PARTY-DOB
                   MOVE 'JOIN'     TO W-OWN-ROLE

                   PERFORM SUB-2338-WRITE-ONE-ROLE THRU SUB-2338-EXIT
               END-IF
               GO TO SUB-2330-EXIT
           END-IF

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-OWN-DRAW      =  FAKRAND-RANDOM-NO * 100

           IF      W-OWN-DRAW NOT < W-OWN-RATE-PCT
               GO TO SUB-2330-EXIT
           END-IF

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-OWN-PARTY-CNT =  FAKRAND-RANDOM-NO * 2 + 1

           PERFORM SUB-2335-DRAW-ONE-PARTY THRU SUB-2335-EXIT
               W-OWN-PARTY-CNT TIMES
           .
       SUB-2330-EXIT.
           EXIT.
      /
       SUB-2335-DRAW-ONE-PARTY.
      *------------------------

           IF      W-HH-MEMBER-CNT > 0
               PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

               COMPUTE W-OWN-PLAN-DX
                                   =  FAKRAND-RANDOM-NO
                                      * W-HH-MEMBER-CNT + 1
               IF      W-OWN-PLAN-DX > W-HH-MEMBER-CNT
                   MOVE W-HH-MEMBER-CNT
                                   TO W-OWN-PLAN-DX
               END-IF

               MOVE W-HH-PLAN-ID(W-OWN-PLAN-DX)
                                   TO W-OWN-PARTY-ID
               MOVE W-HH-PLAN-DOB(W-OWN-PLAN-DX)
                                   TO W-OWN-PARTY-DOB
           ELSE
               IF      W-OWN-PREV-ID = SPACES
                   GO TO SUB-2335-EXIT
               END-IF

               MOVE W-OWN-PREV-ID  TO W-OWN-PARTY-ID
               MOVE W-OWN-PREV-DOB TO W-OWN-PARTY-DOB
           END-IF

      **** Nobody holds two roles on the same account.

           IF      W-OWN-PARTY-ID = W-OWN-FIRST-PARTY
               GO TO SUB-2335-EXIT
           END-IF

           MOVE W-OWN-PARTY-ID     TO W-OWN-FIRST-PARTY

           PERFORM SUB-2250-CALL-FAKRAND THRU SUB-2250-EXIT

           COMPUTE W-OWN-DRAW      =  FAKRAND-RANDOM-NO * 100

           EVALUATE TRUE
             WHEN W-OWN-DRAW < 40
               MOVE 'JOIN'         TO W-OWN-ROLE
             WHEN W-OWN-DRAW < 70
               MOVE 'POD '         TO W-OWN-ROLE
             WHEN OTHER
               MOVE 'AUTH'         TO W-OWN-ROLE
           END-EVALUATE

      **** A CD is never drawn on, so it has no signer; and a minor
      **** can only be named as a beneficiary.

           IF      W-OWN-ROLE = 'AUTH'
           AND     W-PRD-TYPE-CD(W-PRD-PICKED)
               MOVE 'POD '         TO W-OWN-ROLE
           END-IF

           IF      W-OWN-ROLE NOT = 'POD '
               PERFORM SUB-2345-CHECK-ADULT THRU SUB-2345-EXIT

               IF      NOT W-OWN-ADULT
                   MOVE 'POD '     TO W-OWN-ROLE
               END-IF
           END-IF

           PERFORM SUB-2338-WRITE-ONE-ROLE THRU SUB-2338-EXIT
           .
       SUB-2335-EXIT.
           EXIT.
      /
       SUB-2338-WRITE-ONE-ROLE.
      *------------------------

      **** The role takes effect at the account's opening, or later
      **** when the party was not yet born (a beneficiary) or not
      **** yet an adult (every other role) by then.  A role that
      **** could only have started after a closed account's close
      **** date is never written.

           MOVE W-ACCT-OPEN-DATE   TO W-OWN-EFF-DATE

           IF      W-OWN-EFF-DATE NOT = SPACES
           AND     W-OWN-PARTY-DOB(1 : 4) NUMERIC
               MOVE W-OWN-PARTY-DOB
                                   TO W-CHRONO-FROM-DATE

               IF      W-OWN-ROLE NOT = 'POD '
                   ADD  18         TO W-CHRONO-FROM-YYYY
               END-IF

               IF      W-CHRONO-FROM-DATE > W-OWN-EFF-DATE
                   MOVE W-CHRONO-FROM-DATE
                                   TO W-OWN-EFF-DATE
               END-IF
           END-IF

           IF      W-ACCT-CLOSE-DATE NOT = SPACES
           AND     W-OWN-EFF-DATE > W-ACCT-CLOSE-DATE
               GO TO SUB-2338-EXIT
           END-IF

           MOVE SPACES             TO GNRTFILE-O-REC
           MOVE 'O'                TO OD-RECORD-TYPE
           MOVE W-ACCOUNT-ID-TEXT  TO OD-ACCOUNT-ID
           MOVE W-OWN-ROLE         TO OD-ROLE-CODE
           MOVE W-OWN-PARTY-ID     TO OD-PARTY-ID
           MOVE W-OWN-EFF-DATE     TO OD-EFFECTIVE-DATE

           WRITE GNRTFILE-O-REC

           ADD  1                  TO W-DETAIL-RECORD-COUNT

           EVALUATE TRUE
             WHEN OD-ROLE-JOINT
               ADD  1              TO W-OWN-JOINT-CNT
             WHEN OD-ROLE-POD
               ADD  1              TO W-OWN-POD-CNT
             WHEN OD-ROLE-SIGNER
               ADD  1              TO W-OWN-SIGNER-CNT
             WHEN OTHER
               ADD  1              TO W-OWN-CUSTODIAN-CNT
           END-EVALUATE
           .
       SUB-2338-EXIT.
           EXIT.
      /
       SUB-2345-CHECK-ADULT.
      *---------------------

      **** Adult means eighteen or older on the run date, read off
      **** the party's own date of birth - an unreadable date of
      **** birth never passes.

           MOVE 'N'                TO W-OWN-ADULT-SW

           IF      W-OWN-PARTY-DOB(1 : 4) NOT NUMERIC
               GO TO SUB-2345-EXIT
           END-IF

           MOVE W-OWN-PARTY-DOB    TO W-CHRONO-FROM-DATE
           ADD  18                 TO W-CHRONO-FROM-YYYY

           IF      W-CHRONO-FROM-DATE NOT > W-OWN-TODAY
               SET  W-OWN-ADULT    TO TRUE
           END-IF
           .
       SUB-2345-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
               CLOSE DEFFILE
           END-IF

           IF      (W-SCN-RATE-PCT > 0 OR W-PSN-SCN-CNT > 0)
           AND     PROFILE-MODE-ON
               CLOSE SCNFILE
           END-IF
               CLOSE EMPFILE
           END-IF

           IF      PERSONAS-ON
               PERFORM SUB-3950-WRITE-PERSONA-INDEX THRU SUB-3950-EXIT
           END-IF

           IF      DB2LOAD-ON
               PERFORM SUB-3400-WRITE-LOAD-CARDS THRU SUB-3400-EXIT
           END-IF
                       W-DISP-NUM
           END-IF

           IF      W-PRD-CNT > 0
               MOVE W-PRD-FEE-CNT  TO W-DISP-NUM
               DISPLAY 'Monthly fees charged: '
                       W-DISP-NUM
           END-IF

           IF      W-CARD-RATE-PCT > 0
               MOVE W-CC-CARDS-WRITTEN
                                   TO W-DISP-NUM
               DISPLAY 'Card accounts:        '
                       W-DISP-NUM
               MOVE W-CC-STMTS-WRITTEN
                                   TO W-DISP-NUM
               DISPLAY 'Card statements:      '
                       W-DISP-NUM
           END-IF

           IF      W-BROK-RATE-PCT > 0
               MOVE W-BK-ACCOUNTS-WRITTEN
                                   TO W-DISP-NUM
               DISPLAY 'Brokerage accounts:   '
                       W-DISP-NUM
               MOVE W-BK-POSITIONS-WRITTEN
                                   TO W-DISP-NUM
               DISPLAY 'Brokerage positions:  '
                       W-DISP-NUM
           END-IF

           IF      W-OWN-RATE-PCT > 0
               MOVE W-OWN-JOINT-CNT
                                   TO W-DISP-NUM
               DISPLAY 'Joint owners:         '
                       W-DISP-NUM
               MOVE W-OWN-POD-CNT  TO W-DISP-NUM
               DISPLAY 'POD beneficiaries:    '
                       W-DISP-NUM
               MOVE W-OWN-SIGNER-CNT
                                   TO W-DISP-NUM
               DISPLAY 'Authorized signers:   '
                       W-DISP-NUM
               MOVE W-OWN-CUSTODIAN-CNT
                                   TO W-DISP-NUM
               DISPLAY 'Custodians:           '
                       W-DISP-NUM
           END-IF

           IF      W-COMM-PCT > 0
               MOVE W-COMM-BUSINESS-CNT
                                   TO W-DISP-NUM
               DISPLAY 'Businesses:           '
                       W-DISP-NUM
               MOVE W-COMM-DEFECT-CNT
                                   TO W-DISP-NUM
               DISPLAY 'Ownership defects:    '
                       W-DISP-NUM
           END-IF

           IF      W-STRAT-QUOTA > 0
               PERFORM SUB-3850-PRINT-STRATA THRU SUB-3850-EXIT
           END-IF
           MOVE W-REJFILE-RECS     TO REG-REJECT-CNT
           MOVE W-RESTART-SW       TO REG-RESTART-SW

           IF      W-TPL-APPLIED NOT = '(NONE)'
               MOVE W-TPL-APPLIED  TO REG-TEMPLATE
           END-IF

           WRITE REGFILE-REC

           CLOSE REGFILE
           MOVE W-BAL-TRAN-SUM     TO BAL-VALUE
           WRITE BALFILE-REC

           MOVE SPACES             TO BALFILE-REC
           MOVE 'L'                TO BAL-RECORD-TYPE
           MOVE 'LOAN-ID'          TO BAL-FIELD-NAME
           MOVE 'COUNT'            TO BAL-CONTROL-TYPE
           MOVE W-BAL-L-CNT        TO BAL-VALUE
           WRITE BALFILE-REC

           MOVE SPACES             TO BALFILE-REC
           MOVE 'L'                TO BAL-RECORD-TYPE
           MOVE 'PRINCIPAL'        TO BAL-FIELD-NAME
           MOVE 'SUM  '            TO BAL-CONTROL-TYPE
           MOVE W-BAL-PRINCIPAL-SUM
                                   TO BAL-VALUE
           WRITE BALFILE-REC

           MOVE SPACES             TO BALFILE-REC
           MOVE 'L'                TO BAL-RECORD-TYPE
           MOVE 'OUTSTANDING-BAL'  TO BAL-FIELD-NAME
           MOVE 'SUM  '            TO BAL-CONTROL-TYPE
           MOVE W-BAL-OUTSTANDING-SUM
                                   TO BAL-VALUE
           WRITE BALFILE-REC

           CLOSE BALFILE

           DISPLAY 'BALFILE control totals written'
           .
       SUB-3900-EXIT.
           EXIT.
      /
       SUB-3950-WRITE-PERSONA-INDEX.
      *-----------------------------

      **** One record per persona in the library: its number, the
      **** customer ID it was generated under (and its household
      **** members' when HOUSEHOLD= was stated), whether this run
      **** reached it, and the test case it serves - the tester's
      **** lookup from test case to customer, with no search of the
      **** extract needed.  Persona customer IDs carry a check digit
      **** that leaves the run seed out, so the index names the same
      **** IDs from run to run and seed to seed - a test case can
      **** quote its customer ID once.  A cut-short run marks the
      **** personas it never reached; its resubmission rewrites the
      **** index.

           MOVE W-CUSTOMER-ID-SEQ  TO W-PSN-SAVE-SEQ

           OPEN OUTPUT PIXFILE

           PERFORM SUB-3955-INDEX-ONE-PERSONA THRU SUB-3955-EXIT
               VARYING W-PSN-DX FROM 1 BY 1
                 UNTIL W-PSN-DX > W-PSN-CNT

           CLOSE PIXFILE

           MOVE W-PSN-SAVE-SEQ     TO W-CUSTOMER-ID-SEQ

           MOVE W-PSN-GEN-CNT      TO W-DISP-NUM
           DISPLAY 'Personas generated:   '
                   W-DISP-NUM
           .
       SUB-3950-EXIT.
           EXIT.
      /
       SUB-3955-INDEX-ONE-PERSONA.
      *---------------------------

           MOVE W-PSN-SAVED(W-PSN-DX)
                                   TO W-PSN-CUR

           MOVE SPACES             TO PIXFILE-REC
           MOVE W-PSN-NO           TO PIX-PERSONA-NO
           MOVE W-PSN-CASE         TO PIX-CASE

           COMPUTE W-CUSTOMER-ID-SEQ
                                   =  90000000 + W-PSN-NO * 10

           PERFORM SUB-2055-ASSIGN-CUSTOMER-ID THRU SUB-2055-EXIT

           MOVE W-CUSTOMER-ID-TEXT TO PIX-CUSTOMER-ID

           IF      W-PSN-AFTER(W-PSN-DX) < W-GNRTFILE-RECS
               MOVE 'GENERATED'    TO PIX-STATUS
           ELSE
               MOVE 'NOT REACHED'  TO PIX-STATUS
           END-IF

           IF      W-PSN-HOUSEHOLD > 1
               PERFORM SUB-3957-INDEX-ONE-MEMBER THRU SUB-3957-EXIT
                   VARYING W-PSN-MEMBER-DX FROM 1 BY 1
                     UNTIL W-PSN-MEMBER-DX > W-PSN-HOUSEHOLD - 1
           END-IF

           WRITE PIXFILE-REC
           .
       SUB-3955-EXIT.
           EXIT.
      /
       SUB-3957-INDEX-ONE-MEMBER.
      *--------------------------

           COMPUTE W-CUSTOMER-ID-SEQ
                                   =  90000000 + W-PSN-NO * 10
                                   +  W-PSN-MEMBER-DX

           PERFORM SUB-2055-ASSIGN-CUSTOMER-ID THRU SUB-2055-EXIT

           MOVE W-CUSTOMER-ID-TEXT TO PIX-MEMBER-ID(W-PSN-MEMBER-DX)
           .
       SUB-3957-EXIT.
           EXIT.
      /
       SUB-3500-WRITE-MANIFEST.
      *------------------------
           OPEN OUTPUT MANIFILE

      **** The retention stamp leads the manifest when CTLFILE set
      **** one - FAKERVFY skips it, FAKERSWP acts on it - and the
      **** subscription stamp follows it.

           IF      W-RETAIN-DATE NOT = SPACES
               MOVE SPACES         TO MANIFILE-REC
               WRITE MANIFILE-REC
           END-IF

           IF      W-SUBSCR-ID NOT = SPACES
               MOVE SPACES         TO MANIFILE-REC
               MOVE '*SUBSCRIBED*' TO MAN-FILE-PATH
               MOVE W-SUBSCR-ID    TO MANIFILE-REC(42 : 8)
               MOVE W-SUBSCR-TEAM  TO MANIFILE-REC(51 : 8)
               WRITE MANIFILE-REC
           END-IF

           IF      OUTPUT-FORMAT-PACKED
               MOVE SPACES         TO MANIFILE-REC
               MOVE W-GNRPFILE-PATH
           MOVE G-HOUSEHOLD-ID     TO PD-HOUSEHOLD-ID
           MOVE G-EMAIL            TO PD-EMAIL
           MOVE G-BRANCH-NO        TO PD-BRANCH-NO
           MOVE G-DATE-OF-DEATH    TO PD-DATE-OF-DEATH
           MOVE W-COMM-PARTY-TYPE  TO PD-PARTY-TYPE

           WRITE GNRTFILE-P-REC

