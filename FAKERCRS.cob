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

       PROGRAM-ID.             FAKERCRS.

      **** Foreign-account (FATCA/CRS) reporting run over a
      **** profile-mode extract.  A customer is a reportable account
      **** holder when:
      ****     - the 'A' address is outside the US (a country-mix UK
      ****       or Canadian customer) - resident for tax abroad; or
      ****     - a US customer's 'B' record carries an IBAN - a US
      ****       person holding an account abroad (FAKERGEN's
      ****       ABROAD= keyword).
      **** The holder's 'D' deposit balances are rolled back to the
      **** reporting year end through each account's 'X' records
      **** dated after it, totalled (an overdrawn account counts as
      **** zero, an account closed during the year counts as zero
      **** and is flagged), and reported as one aggregated account
      **** report per holder.  A holder with no deposit account open
      **** at some point in the year has nothing to report.
      ****
      **** The report is the OECD CRS XML (version 2.0 schema): a
      **** MessageSpec, the reporting FI block, and a ReportingGroup
      **** of AccountReports - account holder, TIN and its issuing
      **** country, country of residence, address, birth date and
      **** the year-end balance.  The message is the FI's domestic
      **** filing (transmitting and receiving country both US), each
      **** holder carrying its own residence country; it is flagged
      **** test data (CRS701 / OECD11).
      ****
      **** The exceptions listing names every reportable holder
      **** without a usable TIN - none on file, one that fails its
      **** country's format or check digit, or one not issued by the
      **** country of residence - such a holder is still reported,
      **** with the TIN marked unknown.
      ****
      **** PARM: reporting year (default the year before the
      **** extract's run date).

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
           SELECT CRSIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CRSIN-STATUS.

           SELECT XMLFILE              ASSIGN 'Data\FAKERCRS Report.xml'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCFILE          ASSIGN 'Data\FAKERCRS Exceptions.txt'
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

       FD  CRSIN.

      **** The extract is read through one buffer and picked apart
      **** by record type - the REDEFINES mirror FAKERGEN's
      **** GNRTFILE-P/A/B/D/X record layouts field for field.

       01  CRSIN-REC               PIC X(320).

       01  FILLER REDEFINES CRSIN-REC.
           05  CIN-RECORD-TYPE     PIC X(01).
           05  CIN-REST            PIC X(319).

       01  CRSIN-P-REC REDEFINES CRSIN-REC.
           05  FILLER              PIC X(02).
           05  CIP-TAXID-SSN       PIC X(11).
           05  FILLER              PIC X(01).
           05  CIP-PERSON-PREFIX   PIC X(10).
           05  CIP-PERSON-FIRST-NAME
                                   PIC X(25).
           05  CIP-PERSON-LAST-NAME
                                   PIC X(35).
           05  CIP-PERSON-SUFFIX   PIC X(10).
           05  FILLER              PIC X(19).
           05  CIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(182).

       01  CRSIN-A-REC REDEFINES CRSIN-REC.
           05  FILLER              PIC X(02).
           05  CIA-ADDRESS-STREET  PIC X(35).
           05  CIA-ADDRESS-CITY    PIC X(25).
           05  CIA-ADDRESS-STATE   PIC X(10).
           05  CIA-ADDRESS-POSTCODE
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  CIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       01  CRSIN-B-REC REDEFINES CRSIN-REC.
           05  FILLER              PIC X(02).
           05  CIB-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  CIB-BANK-ROUTING    PIC X(10).
           05  FILLER              PIC X(01).
           05  CIB-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CIB-IBAN            PIC X(34).
           05  FILLER              PIC X(245).

       01  CRSIN-D-REC REDEFINES CRSIN-REC.
           05  FILLER              PIC X(02).
           05  CID-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  CID-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  CID-BANK-ROUTING    PIC X(10).
           05  FILLER              PIC X(01).
           05  CID-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CID-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  CID-OPEN-BAL        PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  CID-CLOSE-BAL       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  CID-STATUS          PIC X(01).
               88  CID-STATUS-DORMANT              VALUE 'D'.
               88  CID-STATUS-CLOSED               VALUE 'C'.
               88  CID-STATUS-CHARGED-OFF          VALUE 'X'.
           05  FILLER              PIC X(01).
           05  CID-CLOSE-DATE      PIC X(10).
           05  FILLER              PIC X(01).
           05  CID-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(207).

       01  CRSIN-X-REC REDEFINES CRSIN-REC.
           05  FILLER              PIC X(02).
           05  CIX-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  CIX-TRAN-AMOUNT     PIC X(10).
           05  FILLER              PIC X(01).
           05  CIX-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CIX-TRAN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  CIX-DR-CR           PIC X(01).
           05  FILLER              PIC X(260).

       FD  XMLFILE.

       01  XMLFILE-REC             PIC X(200).

       FD  EXCFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  EXCFILE-REC.
           05  EXC-CC              PIC X(01).
           05  EXC-LINE            PIC X(120).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CRSIN-STATUS          PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-REPORT-YEAR           PIC 9(04)       VALUE 0.
       01  W-RUN-YEAR              PIC 9(04)       VALUE 0.
       01  W-SAVE-RUN-DATE         PIC X(10)       VALUE SPACES.
       01  W-YEAR-START            PIC X(10)       VALUE SPACES.
       01  W-YEAR-END              PIC X(10)       VALUE SPACES.

       01  W-HOLDERS-READ          PIC 9(09)  COMP VALUE 0.
       01  W-CRS-HOLDERS           PIC 9(09)  COMP VALUE 0.
       01  W-FATCA-HOLDERS         PIC 9(09)  COMP VALUE 0.
       01  W-NO-ACCOUNT-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-REPORTS-WRITTEN       PIC 9(09)  COMP VALUE 0.
       01  W-EXCEPTION-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-ACCOUNTS-COUNTED      PIC 9(09)  COMP VALUE 0.
       01  W-REPORTED-CENTS        PIC 9(15)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

      **** Holders reported by country of residence.

       01  W-CTRY-TOTALS.
           05  W-CTRY-US-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-CTRY-CA-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-CTRY-GB-CNT       PIC 9(09)  COMP VALUE 0.

      **** The reporting FI.

       01  W-FI-NAME               PIC X(40)       VALUE
           'COB-FAKER NATIONAL BANK'.
       01  W-FI-GIIN               PIC X(19)       VALUE
           '98Q96B.00000.LE.840'.
       01  W-FI-STREET             PIC X(40)       VALUE
           '1000 N MARKET STREET'.
       01  W-FI-CITY               PIC X(40)       VALUE 'WILMINGTON'.
       01  W-FI-STATE              PIC X(02)       VALUE 'DE'.
       01  W-FI-ZIP                PIC X(05)       VALUE '19801'.

      **** The holder being read - P, A and B arrive ahead of the
      **** holder's 'D' accounts, and the holder is settled when
      **** the next 'P' (or the end of the extract) arrives.

       01  W-HOLD-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-HOLD-PENDING                      VALUE 'Y'.
       01  W-HOLD-CUST-ID          PIC X(14).
       01  W-HOLD-TAXID            PIC X(11).
       01  W-HOLD-FIRST-NAME       PIC X(25).
       01  W-HOLD-LAST-NAME        PIC X(35).
       01  W-HOLD-DOB              PIC X(10).
       01  W-HOLD-STREET           PIC X(35).
       01  W-HOLD-CITY             PIC X(25).
       01  W-HOLD-REGION           PIC X(10).
       01  W-HOLD-POSTCODE         PIC X(10).
       01  W-HOLD-IBAN             PIC X(34).
       01  W-HOLD-RES-COUNTRY      PIC X(02).
       01  W-HOLD-ACCOUNTS         PIC 9(05)  COMP.
       01  W-HOLD-CLOSED           PIC 9(05)  COMP.
       01  W-HOLD-DORMANT          PIC 9(05)  COMP.
       01  W-HOLD-BAL-CENTS        PIC 9(13)  COMP.

       01  W-HOLD-KIND-SW          PIC X(01).
           88  W-HOLD-NOT-REPORTABLE               VALUE 'N'.
           88  W-HOLD-CRS                          VALUE 'C'.
           88  W-HOLD-FATCA                        VALUE 'F'.

      **** The TIN as filed: its digits or characters, the country
      **** that issues that format, and why it is unusable if it is.

       01  W-TIN-VALUE             PIC X(11).
       01  W-TIN-ISSUER            PIC X(02).
       01  W-TIN-REASON            PIC X(40).
       01  W-TIN-OK-SW             PIC X(01).
           88  W-TIN-OK                            VALUE 'Y'.

       01  W-TIN-DIGITS            PIC X(09).
       01  FILLER REDEFINES W-TIN-DIGITS.
           05  W-TIN-DIGIT         PIC 9(01)       OCCURS 9.
       01  W-TIN-DX                PIC S9(4)  COMP.
       01  W-LUHN-SUM              PIC 9(03)  COMP.
       01  W-LUHN-TERM             PIC 9(02)  COMP.

       01  W-NINO-BAD-FIRST        PIC X(06)       VALUE 'DFIQUV'.
       01  W-NINO-BAD-SECOND       PIC X(07)       VALUE 'DFIOQUV'.
       01  W-NINO-BAD-CNT          PIC S9(4)  COMP.

      **** The account being rolled back - its 'X' records follow
      **** the 'D' record directly.

       01  W-ACCT-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-ACCT-PENDING                      VALUE 'Y'.
       01  W-ACCT-ID               PIC X(19).
       01  W-ACCT-CLOSED-SW        PIC X(01).
           88  W-ACCT-CLOSED                       VALUE 'Y'.
       01  W-ACCT-DORMANT-SW       PIC X(01).
           88  W-ACCT-DORMANT                      VALUE 'Y'.
       01  W-ACCT-BAL-CENTS        PIC S9(13) COMP.

       01  W-AMOUNT-TEXT.
           05  W-AMOUNT-DOLLARS    PIC 9(07).
           05  FILLER              PIC X(01).
           05  W-AMOUNT-PENNIES    PIC 9(02).
       01  W-AMOUNT-CENTS          PIC 9(09)  COMP.

      **** XML work fields - the FAKERWIR pacs.008 writer's.

       01  W-XML-HEAD-SW           PIC X(01)       VALUE 'N'.
           88  W-XML-HEAD-WRITTEN                  VALUE 'Y'.
       01  W-XML-GROUP-SW          PIC X(01)       VALUE 'N'.
           88  W-XML-GROUP-OPEN                    VALUE 'Y'.
       01  W-XML-AMOUNT            PIC Z(12)9.99.
       01  W-XML-AMOUNT-WORK       PIC 9(13)V9(02).
       01  W-XML-LINE              PIC X(200).
       01  W-XML-TAG               PIC X(30).
       01  W-XML-VALUE             PIC X(80).
       01  W-XML-INDENT            PIC 9(02)  COMP.
       01  W-DOC-REF-ID            PIC X(60).
       01  W-CLOSED-ATTR           PIC X(05).
       01  W-DORMANT-ATTR          PIC X(05).

       01  W-CURRENT-DATE-TIME.
           05  W-CURRENT-YYYY      PIC X(04).
           05  W-CURRENT-MM        PIC X(02).
           05  W-CURRENT-DD        PIC X(02).
           05  W-CURRENT-HH        PIC X(02).
           05  W-CURRENT-MIN       PIC X(02).
           05  W-CURRENT-SS        PIC X(02).
           05  FILLER              PIC X(07).

       01  W-DATE-TEXT             PIC X(10).
       01  FILLER REDEFINES W-DATE-TEXT.
           05  W-DATE-TEXT-YYYY    PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-MM      PIC 9(02).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-DD      PIC 9(02).

      **** Exceptions listing detail line.

       01  W-EXC-DETAIL.
           05  W-EXC-CUST-ID       PIC X(14).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-EXC-NAME          PIC X(30).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-EXC-COUNTRY       PIC X(02).
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  W-EXC-KIND          PIC X(05).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-EXC-TIN           PIC X(11).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-EXC-REASON        PIC X(40).
           05  FILLER              PIC X(07)       VALUE SPACES.

       01  W-BUILD-LINE            PIC X(120)      VALUE SPACES.

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERCRS error: '.

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
       01  W-PARM-YEAR             PIC 9(04).
       01  W-PARM-YEAR-LEN         PIC S9(4)  COMP VALUE 0.
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

           DISPLAY 'FAKERCRS compiled on '
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

           OPEN INPUT CRSIN

           IF      W-CRSIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CRSIN, status '
                       W-CRSIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** The run date defaults to today until the extract's
      **** header says otherwise.

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE-TIME
           MOVE W-CURRENT-YYYY     TO W-RUN-YEAR
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-SAVE-RUN-DATE

           OPEN OUTPUT XMLFILE
                       EXCFILE

           MOVE SPACES             TO EXCFILE-REC
           MOVE '1'                TO EXC-CC
           STRING 'FATCA/CRS REPORTABLE HOLDERS WITHOUT A USABLE TIN'
                  '   (SYNTHETIC TEST DATA)'
                                   DELIMITED SIZE
                                   INTO EXC-LINE
           WRITE EXCFILE-REC

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'CUSTOMER ID     NAME                            '
                  'RES  KIND   TIN ON FILE  REASON'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '--------------  ------------------------------  '
                  '---  -----  -----------  '
                  '----------------------------------------'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-YEAR
                                   COUNT IN W-PARM-YEAR-LEN
           END-UNSTRING

           IF      W-PARM-YEAR-LEN > 0
               IF      W-PARM-YEAR NOT NUMERIC
               OR      W-PARM-YEAR < 1990
               OR      W-PARM-YEAR > 2099
                   DISPLAY W-ERROR-MSG
                           'invalid reporting year: '
                           W-PARM-TEXT(1 : W-PARM-YEAR-LEN)
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-YEAR    TO W-REPORT-YEAR
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1300-SET-YEAR.
      *------------------

      **** The reporting year defaults to the year just ended as of
      **** the run date.

           IF      W-REPORT-YEAR = 0
               COMPUTE W-REPORT-YEAR
                                   =  W-RUN-YEAR - 1
           END-IF

           STRING W-REPORT-YEAR    '-01-01'
                                   DELIMITED SIZE
                                   INTO W-YEAR-START
           STRING W-REPORT-YEAR    '-12-31'
                                   DELIMITED SIZE
                                   INTO W-YEAR-END
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ CRSIN
               AT END
                   SET  W-EOF      TO TRUE

                   IF      W-ACCT-PENDING
                       PERFORM SUB-2450-CLOSE-ACCOUNT THRU SUB-2450-EXIT
                   END-IF

                   IF      W-HOLD-PENDING
                       PERFORM SUB-2500-SETTLE-HOLDER THRU SUB-2500-EXIT
                   END-IF

                   GO TO SUB-2000-EXIT
           END-READ

      **** Anything but a transaction after the account means its
      **** activity is over.

           IF      W-ACCT-PENDING
           AND     CIN-RECORD-TYPE NOT = 'X'
               PERFORM SUB-2450-CLOSE-ACCOUNT THRU SUB-2450-EXIT
           END-IF

           EVALUATE CIN-RECORD-TYPE
             WHEN 'H'
               PERFORM SUB-2050-HOLD-HEADER THRU SUB-2050-EXIT

             WHEN 'P'
               IF      W-HOLD-PENDING
                   PERFORM SUB-2500-SETTLE-HOLDER THRU SUB-2500-EXIT
               END-IF

               PERFORM SUB-2100-START-HOLDER THRU SUB-2100-EXIT

             WHEN 'A'
               IF      W-HOLD-PENDING
               AND     CIA-CUSTOMER-ID = W-HOLD-CUST-ID
                   MOVE CIA-ADDRESS-STREET
                                   TO W-HOLD-STREET
                   MOVE CIA-ADDRESS-CITY
                                   TO W-HOLD-CITY
                   MOVE CIA-ADDRESS-STATE
                                   TO W-HOLD-REGION
                   MOVE CIA-ADDRESS-POSTCODE
                                   TO W-HOLD-POSTCODE
               END-IF

             WHEN 'B'
               IF      W-HOLD-PENDING
               AND     CIB-CUSTOMER-ID = W-HOLD-CUST-ID
                   MOVE CIB-IBAN   TO W-HOLD-IBAN
               END-IF

             WHEN 'D'
               PERFORM SUB-2400-START-ACCOUNT THRU SUB-2400-EXIT

             WHEN 'X'
               PERFORM SUB-2420-ROLL-BACK THRU SUB-2420-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-HOLD-HEADER.
      *---------------------

           MOVE CRSIN-REC(3 : 10)  TO W-DATE-TEXT

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
       SUB-2100-START-HOLDER.
      *----------------------

      **** The first customer fixes the reporting year - the header,
      **** if any, has been read by now.

           IF      W-YEAR-END = SPACES
               PERFORM SUB-1300-SET-YEAR THRU SUB-1300-EXIT
           END-IF

           ADD  1                  TO W-HOLDERS-READ

           SET  W-HOLD-PENDING     TO TRUE
           MOVE CIP-CUSTOMER-ID    TO W-HOLD-CUST-ID
           MOVE CIP-TAXID-SSN      TO W-HOLD-TAXID
           MOVE CIP-PERSON-FIRST-NAME
                                   TO W-HOLD-FIRST-NAME
           MOVE CIP-PERSON-LAST-NAME
                                   TO W-HOLD-LAST-NAME
           MOVE CIP-DATE-OF-BIRTH  TO W-HOLD-DOB

           MOVE SPACES             TO W-HOLD-STREET
                                      W-HOLD-CITY
                                      W-HOLD-REGION
                                      W-HOLD-POSTCODE
                                      W-HOLD-IBAN
           MOVE 0                  TO W-HOLD-ACCOUNTS
                                      W-HOLD-CLOSED
                                      W-HOLD-DORMANT
                                      W-HOLD-BAL-CENTS
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2400-START-ACCOUNT.
      *-----------------------

           IF      NOT W-HOLD-PENDING
           OR      CID-CUSTOMER-ID NOT = W-HOLD-CUST-ID
           OR      CID-CLOSE-BAL NOT NUMERIC
               GO TO SUB-2400-EXIT
           END-IF

      **** Not yet open at the year end, or closed before the year
      **** began - not an account for the year at all.

           IF      CID-OPEN-DATE > W-YEAR-END
               GO TO SUB-2400-EXIT
           END-IF

           MOVE 'N'                TO W-ACCT-CLOSED-SW
                                      W-ACCT-DORMANT-SW

           IF      CID-STATUS-CLOSED
           OR      CID-STATUS-CHARGED-OFF
               IF      CID-CLOSE-DATE < W-YEAR-START
                   GO TO SUB-2400-EXIT
               END-IF

               IF      CID-CLOSE-DATE NOT > W-YEAR-END
                   SET  W-ACCT-CLOSED
                                   TO TRUE
               END-IF
           END-IF

           IF      CID-STATUS-DORMANT
               SET  W-ACCT-DORMANT TO TRUE
           END-IF

           SET  W-ACCT-PENDING     TO TRUE
           MOVE CID-ACCOUNT-ID     TO W-ACCT-ID
           MOVE CID-CLOSE-BAL      TO W-ACCT-BAL-CENTS
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2420-ROLL-BACK.
      *-------------------

      **** The closing balance is as of the run date; every
      **** transaction after the year end is taken back out.

           IF      NOT W-ACCT-PENDING
           OR      CIX-ACCOUNT-ID NOT = W-ACCT-ID
           OR      CIX-TRAN-DATE NOT > W-YEAR-END
               GO TO SUB-2420-EXIT
           END-IF

           IF      CIX-TRAN-AMOUNT(1 : 7) NOT NUMERIC
           OR      CIX-TRAN-AMOUNT(9 : 2) NOT NUMERIC
               GO TO SUB-2420-EXIT
           END-IF

           MOVE CIX-TRAN-AMOUNT    TO W-AMOUNT-TEXT
           COMPUTE W-AMOUNT-CENTS  =  W-AMOUNT-DOLLARS * 100
                                      + W-AMOUNT-PENNIES

           IF      CIX-DR-CR = 'C'
               SUBTRACT W-AMOUNT-CENTS
                                 FROM W-ACCT-BAL-CENTS
           ELSE
               ADD  W-AMOUNT-CENTS TO W-ACCT-BAL-CENTS
           END-IF
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2450-CLOSE-ACCOUNT.
      *-----------------------

      **** A closed account reports zero; so does an overdrawn one -
      **** a reported balance is never negative.

           MOVE 'N'                TO W-ACCT-PENDING-SW

           ADD  1                  TO W-HOLD-ACCOUNTS

           IF      W-ACCT-CLOSED
               ADD  1              TO W-HOLD-CLOSED
               GO TO SUB-2450-EXIT
           END-IF

           IF      W-ACCT-DORMANT
               ADD  1              TO W-HOLD-DORMANT
           END-IF

           IF      W-ACCT-BAL-CENTS > 0
               ADD  W-ACCT-BAL-CENTS
                                   TO W-HOLD-BAL-CENTS
           END-IF
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-SETTLE-HOLDER.
      *-----------------------

           MOVE 'N'                TO W-HOLD-PENDING-SW

           PERFORM SUB-2510-CLASSIFY THRU SUB-2510-EXIT

           IF      W-HOLD-NOT-REPORTABLE
               GO TO SUB-2500-EXIT
           END-IF

           IF      W-HOLD-CRS
               ADD  1              TO W-CRS-HOLDERS
           ELSE
               ADD  1              TO W-FATCA-HOLDERS
           END-IF

           IF      W-HOLD-ACCOUNTS = 0
               ADD  1              TO W-NO-ACCOUNT-CNT
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2600-CHECK-TIN THRU SUB-2600-EXIT

           IF      NOT W-TIN-OK
               PERFORM SUB-2650-LIST-EXCEPTION THRU SUB-2650-EXIT
           END-IF

           PERFORM SUB-2800-WRITE-ACCOUNT-REPORT THRU SUB-2800-EXIT

           ADD  1                  TO W-REPORTS-WRITTEN
           ADD  W-HOLD-ACCOUNTS    TO W-ACCOUNTS-COUNTED
           ADD  W-HOLD-BAL-CENTS   TO W-REPORTED-CENTS

           EVALUATE W-HOLD-RES-COUNTRY
             WHEN 'US'
               ADD  1              TO W-CTRY-US-CNT
             WHEN 'CA'
               ADD  1              TO W-CTRY-CA-CNT
             WHEN OTHER
               ADD  1              TO W-CTRY-GB-CNT
           END-EVALUATE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-CLASSIFY.
      *------------------

      **** Country of residence off the address: a two-letter state
      **** and five-digit ZIP is US, a Canadian 'A9A 9A9' postal
      **** code is CA, and any other foreign address is a country-
      **** mix UK one.

           EVALUATE TRUE
             WHEN W-HOLD-REGION(1 : 2) ALPHABETIC
             AND  W-HOLD-REGION(1 : 2) NOT = SPACES
             AND  W-HOLD-REGION(3 : 8) = SPACES
             AND  W-HOLD-POSTCODE(1 : 5) NUMERIC
               MOVE 'US'           TO W-HOLD-RES-COUNTRY

             WHEN W-HOLD-POSTCODE(1 : 1) ALPHABETIC
             AND  W-HOLD-POSTCODE(2 : 1) NUMERIC
             AND  W-HOLD-POSTCODE(3 : 1) ALPHABETIC
             AND  W-HOLD-POSTCODE(4 : 1) = SPACE
             AND  W-HOLD-POSTCODE(5 : 1) NUMERIC
             AND  W-HOLD-POSTCODE(6 : 1) ALPHABETIC
             AND  W-HOLD-POSTCODE(7 : 1) NUMERIC
               MOVE 'CA'           TO W-HOLD-RES-COUNTRY

             WHEN OTHER
               MOVE 'GB'           TO W-HOLD-RES-COUNTRY
           END-EVALUATE

           EVALUATE TRUE
             WHEN W-HOLD-RES-COUNTRY NOT = 'US'
               SET  W-HOLD-CRS     TO TRUE

             WHEN W-HOLD-IBAN NOT = SPACES
               SET  W-HOLD-FATCA   TO TRUE

             WHEN OTHER
               SET  W-HOLD-NOT-REPORTABLE
                                   TO TRUE
           END-EVALUATE
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2600-CHECK-TIN.
      *-------------------

      **** Recognize the TIN's format - SSN, SIN or National
      **** Insurance number - then test it the way its issuer
      **** would.

           MOVE 'N'                TO W-TIN-OK-SW
           MOVE SPACES             TO W-TIN-VALUE
                                      W-TIN-ISSUER
                                      W-TIN-REASON

           EVALUATE TRUE
             WHEN W-HOLD-TAXID = SPACES
             OR   W-HOLD-TAXID(1 : 5) = 'ERROR'
               MOVE 'NO TIN ON FILE'
                                   TO W-TIN-REASON
               GO TO SUB-2600-EXIT

             WHEN W-HOLD-TAXID(1 : 3) NUMERIC
             AND  W-HOLD-TAXID(4 : 1) = '-'
             AND  W-HOLD-TAXID(5 : 2) NUMERIC
             AND  W-HOLD-TAXID(7 : 1) = '-'
             AND  W-HOLD-TAXID(8 : 4) NUMERIC
               PERFORM SUB-2610-CHECK-SSN THRU SUB-2610-EXIT

             WHEN W-HOLD-TAXID(1 : 3) NUMERIC
             AND  W-HOLD-TAXID(4 : 1) = '-'
             AND  W-HOLD-TAXID(5 : 3) NUMERIC
             AND  W-HOLD-TAXID(8 : 1) = '-'
             AND  W-HOLD-TAXID(9 : 3) NUMERIC
               PERFORM SUB-2620-CHECK-SIN THRU SUB-2620-EXIT

             WHEN W-HOLD-TAXID(1 : 2) ALPHABETIC
             AND  W-HOLD-TAXID(3 : 6) NUMERIC
             AND  W-HOLD-TAXID(10 : 2) = SPACES
               PERFORM SUB-2630-CHECK-NINO THRU SUB-2630-EXIT

             WHEN OTHER
               MOVE 'TIN FORMAT NOT RECOGNIZED'
                                   TO W-TIN-REASON
               GO TO SUB-2600-EXIT
           END-EVALUATE

           IF      W-TIN-REASON NOT = SPACES
               GO TO SUB-2600-EXIT
           END-IF

           IF      W-TIN-ISSUER NOT = W-HOLD-RES-COUNTRY
               STRING 'TIN ISSUED BY '
                      W-TIN-ISSUER
                      ', RESIDENT IN '
                      W-HOLD-RES-COUNTRY
                                   DELIMITED SIZE
                                   INTO W-TIN-REASON
               GO TO SUB-2600-EXIT
           END-IF

           SET  W-TIN-OK           TO TRUE
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-CHECK-SSN.
      *-------------------

      **** Area 000, 666 and 900-999, group 00 and serial 0000 are
      **** never issued.

           MOVE 'US'               TO W-TIN-ISSUER
           STRING W-HOLD-TAXID(1 : 3)
                  W-HOLD-TAXID(5 : 2)
                  W-HOLD-TAXID(8 : 4)
                                   DELIMITED SIZE
                                   INTO W-TIN-VALUE

           IF      W-HOLD-TAXID(1 : 3) = '000'
           OR      W-HOLD-TAXID(1 : 3) = '666'
           OR      W-HOLD-TAXID(1 : 1) = '9'
           OR      W-HOLD-TAXID(5 : 2) = '00'
           OR      W-HOLD-TAXID(8 : 4) = '0000'
               MOVE 'SSN NOT A VALID ISSUE'
                                   TO W-TIN-REASON
           END-IF
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2620-CHECK-SIN.
      *-------------------

      **** A SIN carries a Luhn (MOD 10) check digit; a zero first
      **** digit is never issued.

           MOVE 'CA'               TO W-TIN-ISSUER
           STRING W-HOLD-TAXID(1 : 3)
                  W-HOLD-TAXID(5 : 3)
                  W-HOLD-TAXID(9 : 3)
                                   DELIMITED SIZE
                                   INTO W-TIN-VALUE
           MOVE W-TIN-VALUE(1 : 9) TO W-TIN-DIGITS
           MOVE 0                  TO W-LUHN-SUM

           PERFORM SUB-2625-LUHN-DIGIT THRU SUB-2625-EXIT
               VARYING W-TIN-DX FROM 1 BY 1
                 UNTIL W-TIN-DX > 9

           IF      W-TIN-DIGIT(1) = 0
           OR      FUNCTION MOD(W-LUHN-SUM, 10) NOT = 0
               MOVE 'SIN FAILS ITS CHECK DIGIT'
                                   TO W-TIN-REASON
           END-IF
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-2625-LUHN-DIGIT.
      *--------------------

      **** Every second digit doubled, a two-digit product summed
      **** as its digits (less nine).

           IF      FUNCTION MOD(W-TIN-DX, 2) = 0
               COMPUTE W-LUHN-TERM =  W-TIN-DIGIT(W-TIN-DX) * 2

               IF      W-LUHN-TERM > 9
                   SUBTRACT 9    FROM W-LUHN-TERM
               END-IF
           ELSE
               MOVE W-TIN-DIGIT(W-TIN-DX)
                                   TO W-LUHN-TERM
           END-IF

           ADD  W-LUHN-TERM        TO W-LUHN-SUM
           .
       SUB-2625-EXIT.
           EXIT.
      /
       SUB-2630-CHECK-NINO.
      *--------------------

      **** Two prefix letters (D F I Q U V never first, D F I O Q U
      **** V never second, and BG GB NK KN TN NT ZZ never issued),
      **** six digits and a suffix A to D.

           MOVE 'GB'               TO W-TIN-ISSUER
           MOVE W-HOLD-TAXID(1 : 9)
                                   TO W-TIN-VALUE

           MOVE 0                  TO W-NINO-BAD-CNT
           INSPECT W-NINO-BAD-FIRST
               TALLYING W-NINO-BAD-CNT
                   FOR ALL W-HOLD-TAXID(1 : 1)
           INSPECT W-NINO-BAD-SECOND
               TALLYING W-NINO-BAD-CNT
                   FOR ALL W-HOLD-TAXID(2 : 1)

           IF      W-NINO-BAD-CNT > 0
           OR      W-HOLD-TAXID(1 : 2) = 'BG' OR 'GB' OR 'NK' OR 'KN'
                                      OR 'TN' OR 'NT' OR 'ZZ'
           OR      W-HOLD-TAXID(9 : 1) NOT = 'A' AND 'B' AND 'C'
                                         AND 'D'
               MOVE 'NINO NOT A VALID ISSUE'
                                   TO W-TIN-REASON
           END-IF
           .
       SUB-2630-EXIT.
           EXIT.
      /
       SUB-2650-LIST-EXCEPTION.
      *------------------------

           ADD  1                  TO W-EXCEPTION-CNT

           MOVE W-HOLD-CUST-ID     TO W-EXC-CUST-ID
           MOVE SPACES             TO W-EXC-NAME
           STRING FUNCTION TRIM(W-HOLD-FIRST-NAME)
                  ' '
                  FUNCTION TRIM(W-HOLD-LAST-NAME)
                                   DELIMITED SIZE
                                   INTO W-EXC-NAME
           MOVE FUNCTION TRIM(W-EXC-NAME)
                                   TO W-EXC-NAME
           MOVE W-HOLD-RES-COUNTRY TO W-EXC-COUNTRY

           IF      W-HOLD-CRS
               MOVE 'CRS'          TO W-EXC-KIND
           ELSE
               MOVE 'FATCA'        TO W-EXC-KIND
           END-IF

           MOVE W-HOLD-TAXID       TO W-EXC-TIN
           MOVE W-TIN-REASON       TO W-EXC-REASON

           MOVE W-EXC-DETAIL       TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-PRINT-LINE.
      *--------------------

           MOVE SPACES             TO EXCFILE-REC
           MOVE ' '                TO EXC-CC
           MOVE W-BUILD-LINE       TO EXC-LINE

           WRITE EXCFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-ACCOUNT-REPORT.
      *------------------------------

           IF      NOT W-XML-HEAD-WRITTEN
               PERFORM SUB-3100-WRITE-XML-HEAD THRU SUB-3100-EXIT
           END-IF

           IF      NOT W-XML-GROUP-OPEN
               SET  W-XML-GROUP-OPEN
                                   TO TRUE
               MOVE 2              TO W-XML-INDENT
               MOVE '<crs:ReportingGroup>'
                                   TO W-XML-LINE
               PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT
           END-IF

           MOVE 3                  TO W-XML-INDENT
           MOVE '<crs:AccountReport>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE SPACES             TO W-DOC-REF-ID
           STRING 'US'
                  W-REPORT-YEAR
                  '-FAKERCRS-'
                  W-HOLD-CUST-ID   DELIMITED SIZE
                                   INTO W-DOC-REF-ID
           MOVE 4                  TO W-XML-INDENT
           PERFORM SUB-3150-WRITE-DOC-SPEC THRU SUB-3150-EXIT

      **** One aggregated report per holder - the customer ID is
      **** the account number, flagged closed or dormant only when
      **** every account behind it is.

           IF      W-HOLD-CLOSED = W-HOLD-ACCOUNTS
               MOVE 'true'         TO W-CLOSED-ATTR
           ELSE
               MOVE 'false'        TO W-CLOSED-ATTR
           END-IF

           IF      W-HOLD-DORMANT = W-HOLD-ACCOUNTS
               MOVE 'true'         TO W-DORMANT-ATTR
           ELSE
               MOVE 'false'        TO W-DORMANT-ATTR
           END-IF

           MOVE SPACES             TO W-XML-LINE
           STRING '<crs:AccountNumber AcctNumberType="OECD605" '
                  'UndocumentedAccount="false" ClosedAccount="'
                  FUNCTION TRIM(W-CLOSED-ATTR)
                  '" DormantAccount="'
                  FUNCTION TRIM(W-DORMANT-ATTR)
                  '">'
                  W-HOLD-CUST-ID
                  '</crs:AccountNumber>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE '<crs:AccountHolder>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 5                  TO W-XML-INDENT
           MOVE '<crs:Individual>' TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 6                  TO W-XML-INDENT
           MOVE 'crs:ResCountryCode'
                                   TO W-XML-TAG
           MOVE W-HOLD-RES-COUNTRY TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE SPACES             TO W-XML-LINE

           IF      W-TIN-OK
               STRING '<crs:TIN issuedBy="'
                      W-TIN-ISSUER
                      '">'
                      FUNCTION TRIM(W-TIN-VALUE)
                      '</crs:TIN>' DELIMITED SIZE
                                   INTO W-XML-LINE
           ELSE
               MOVE '<crs:TIN unknown="true">NOTIN</crs:TIN>'
                                   TO W-XML-LINE
           END-IF
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

      **** An individual with no first name on file is reported
      **** "NFN", the schema's no-first-name convention.

           MOVE '<crs:Name nameType="OECD202">'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 7                  TO W-XML-INDENT
           MOVE 'crs:FirstName'    TO W-XML-TAG

           IF      W-HOLD-FIRST-NAME = SPACES
               MOVE 'NFN'          TO W-XML-VALUE
           ELSE
               MOVE W-HOLD-FIRST-NAME
                                   TO W-XML-VALUE
           END-IF
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:LastName'     TO W-XML-TAG
           MOVE W-HOLD-LAST-NAME   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 6                  TO W-XML-INDENT
           MOVE '</crs:Name>'      TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE '<crs:Address legalAddressType="OECD301">'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 7                  TO W-XML-INDENT
           MOVE 'crs:CountryCode'  TO W-XML-TAG
           MOVE W-HOLD-RES-COUNTRY TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE '<crs:AddressFix>' TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 8                  TO W-XML-INDENT
           MOVE 'crs:Street'       TO W-XML-TAG
           MOVE W-HOLD-STREET      TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:PostCode'     TO W-XML-TAG
           MOVE W-HOLD-POSTCODE    TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:City'         TO W-XML-TAG
           MOVE W-HOLD-CITY        TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:CountrySubentity'
                                   TO W-XML-TAG
           MOVE W-HOLD-REGION      TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 7                  TO W-XML-INDENT
           MOVE '</crs:AddressFix>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 6                  TO W-XML-INDENT
           MOVE '</crs:Address>'   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE SPACES             TO W-XML-LINE
           STRING '<crs:BirthInfo><crs:BirthDate>'
                  W-HOLD-DOB
                  '</crs:BirthDate></crs:BirthInfo>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 5                  TO W-XML-INDENT
           MOVE '</crs:Individual>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 4                  TO W-XML-INDENT
           MOVE '</crs:AccountHolder>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           COMPUTE W-XML-AMOUNT-WORK
                                   =  W-HOLD-BAL-CENTS / 100
           MOVE W-XML-AMOUNT-WORK  TO W-XML-AMOUNT
           MOVE SPACES             TO W-XML-LINE
           STRING '<crs:AccountBalance currCode="USD">'
                  FUNCTION TRIM(W-XML-AMOUNT)
                  '</crs:AccountBalance>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 3                  TO W-XML-INDENT
           MOVE '</crs:AccountReport>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

      **** An extract with no customers never fixed the year.

           IF      W-YEAR-END = SPACES
               PERFORM SUB-1300-SET-YEAR THRU SUB-1300-EXIT
           END-IF

           IF      NOT W-XML-HEAD-WRITTEN
               PERFORM SUB-3100-WRITE-XML-HEAD THRU SUB-3100-EXIT
           END-IF

           IF      W-XML-GROUP-OPEN
               MOVE 2              TO W-XML-INDENT
               MOVE '</crs:ReportingGroup>'
                                   TO W-XML-LINE
               PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT
           END-IF

           MOVE 1                  TO W-XML-INDENT
           MOVE '</crs:CrsBody>'   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE '</crs:CRS_OECD>'  TO XMLFILE-REC
           WRITE XMLFILE-REC

           PERFORM SUB-3500-PRINT-SUMMARY THRU SUB-3500-EXIT

           CLOSE CRSIN
                 XMLFILE
                 EXCFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERCRS Report.xml'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERCRS Exceptions.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-HOLDERS-READ     TO W-DISP-NUM
           DISPLAY 'P records read:           '
                   W-DISP-NUM

           MOVE W-REPORTS-WRITTEN  TO W-DISP-NUM
           DISPLAY 'XMLFILE account reports:  '
                   W-DISP-NUM

           MOVE W-EXCEPTION-CNT    TO W-DISP-NUM
           DISPLAY 'EXCFILE TIN exceptions:   '
                   W-DISP-NUM

           DISPLAY 'CRS reporting year:              '
                   W-REPORT-YEAR

           DISPLAY 'FAKERCRS completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-XML-HEAD.
      *------------------------

      **** MessageSpec, the reporting FI, and the CrsBody opened -
      **** the ReportingGroup opens with the first account report.

           SET  W-XML-HEAD-WRITTEN TO TRUE

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                                   TO XMLFILE-REC
           WRITE XMLFILE-REC

           MOVE SPACES             TO XMLFILE-REC
           STRING '<crs:CRS_OECD xmlns:crs="urn:oecd:ties:crs:v2" '
                  'xmlns:stf="urn:oecd:ties:crsstf:v5" version="2.0">'
                                   DELIMITED SIZE
                                   INTO XMLFILE-REC
           WRITE XMLFILE-REC

           MOVE 1                  TO W-XML-INDENT
           MOVE '<crs:MessageSpec>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 2                  TO W-XML-INDENT
           MOVE 'crs:SendingCompanyIN'
                                   TO W-XML-TAG
           MOVE W-FI-GIIN          TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:TransmittingCountry'
                                   TO W-XML-TAG
           MOVE 'US'               TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:ReceivingCountry'
                                   TO W-XML-TAG
           MOVE 'US'               TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:MessageType'  TO W-XML-TAG
           MOVE 'CRS'              TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:MessageRefId' TO W-XML-TAG
           MOVE SPACES             TO W-XML-VALUE
           STRING 'US'
                  W-REPORT-YEAR
                  'US-FAKERCRS-'
                  W-SAVE-RUN-DATE  DELIMITED SIZE
                                   INTO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:MessageTypeIndic'
                                   TO W-XML-TAG
           MOVE 'CRS701'           TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:ReportingPeriod'
                                   TO W-XML-TAG
           MOVE W-YEAR-END         TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:Timestamp'    TO W-XML-TAG
           MOVE SPACES             TO W-XML-VALUE
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD     'T'
                  W-CURRENT-HH     ':'
                  W-CURRENT-MIN    ':'
                  W-CURRENT-SS
                                   DELIMITED SIZE
                                   INTO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 1                  TO W-XML-INDENT
           MOVE '</crs:MessageSpec>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE '<crs:CrsBody>'    TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 2                  TO W-XML-INDENT
           MOVE '<crs:ReportingFI>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 3                  TO W-XML-INDENT
           MOVE 'crs:ResCountryCode'
                                   TO W-XML-TAG
           MOVE 'US'               TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE SPACES             TO W-XML-LINE
           STRING '<crs:IN issuedBy="US" INType="GIIN">'
                  W-FI-GIIN
                  '</crs:IN>'      DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 'crs:Name'         TO W-XML-TAG
           MOVE W-FI-NAME          TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE '<crs:Address legalAddressType="OECD304">'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 4                  TO W-XML-INDENT
           MOVE 'crs:CountryCode'  TO W-XML-TAG
           MOVE 'US'               TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE '<crs:AddressFix>' TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 5                  TO W-XML-INDENT
           MOVE 'crs:Street'       TO W-XML-TAG
           MOVE W-FI-STREET        TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:PostCode'     TO W-XML-TAG
           MOVE W-FI-ZIP           TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:City'         TO W-XML-TAG
           MOVE W-FI-CITY          TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'crs:CountrySubentity'
                                   TO W-XML-TAG
           MOVE W-FI-STATE         TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 4                  TO W-XML-INDENT
           MOVE '</crs:AddressFix>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 3                  TO W-XML-INDENT
           MOVE '</crs:Address>'   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE SPACES             TO W-DOC-REF-ID
           STRING 'US'
                  W-REPORT-YEAR
                  '-FAKERCRS-FI-'
                  W-SAVE-RUN-DATE  DELIMITED SIZE
                                   INTO W-DOC-REF-ID
           PERFORM SUB-3150-WRITE-DOC-SPEC THRU SUB-3150-EXIT

           MOVE 2                  TO W-XML-INDENT
           MOVE '</crs:ReportingFI>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-WRITE-DOC-SPEC.
      *------------------------

      **** DocSpec at the current indent - OECD11, new test data.

           MOVE '<crs:DocSpec>'    TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           ADD  1                  TO W-XML-INDENT
           MOVE 'stf:DocTypeIndic' TO W-XML-TAG
           MOVE 'OECD11'           TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'stf:DocRefId'     TO W-XML-TAG
           MOVE W-DOC-REF-ID       TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           SUBTRACT 1            FROM W-XML-INDENT
           MOVE '</crs:DocSpec>'   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3180-WRITE-XML-ELEMENT.
      *---------------------------

      **** <tag>value</tag> at the current indent, the value trimmed.

           MOVE SPACES             TO W-XML-LINE

           STRING '<'              DELIMITED SIZE
                  W-XML-TAG        DELIMITED ' '
                  '>'              DELIMITED SIZE
                  FUNCTION TRIM(W-XML-VALUE)
                                   DELIMITED SIZE
                  '</'             DELIMITED SIZE
                  W-XML-TAG        DELIMITED ' '
                  '>'              DELIMITED SIZE
                                   INTO W-XML-LINE

           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT
           .
       SUB-3180-EXIT.
           EXIT.
      /
       SUB-3190-WRITE-XML-LINE.
      *------------------------

      **** Two blanks of indent per nesting level.

           MOVE SPACES             TO XMLFILE-REC
           MOVE W-XML-LINE         TO XMLFILE-REC(W-XML-INDENT * 2 + 1
                                                  : 200
                                                  - W-XML-INDENT * 2)
           WRITE XMLFILE-REC

           MOVE SPACES             TO W-XML-LINE
           .
       SUB-3190-EXIT.
           EXIT.
      /
       SUB-3500-PRINT-SUMMARY.
      *-----------------------

           IF      W-EXCEPTION-CNT = 0
               MOVE '(NONE)'       TO W-BUILD-LINE
               PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           END-IF

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING 'REPORTING YEAR ENDED '
                  W-YEAR-END
                  '   EXTRACT RUN DATE '
                  W-SAVE-RUN-DATE  DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'CUSTOMERS READ:                '
                                   TO W-BUILD-LINE
           MOVE W-HOLDERS-READ     TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'FOREIGN-ADDRESS HOLDERS (CRS): '
                                   TO W-BUILD-LINE
           MOVE W-CRS-HOLDERS      TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'US HOLDERS ABROAD (FATCA):     '
                                   TO W-BUILD-LINE
           MOVE W-FATCA-HOLDERS    TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'NO DEPOSIT ACCOUNT IN YEAR:    '
                                   TO W-BUILD-LINE
           MOVE W-NO-ACCOUNT-CNT   TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'ACCOUNT REPORTS WRITTEN:       '
                                   TO W-BUILD-LINE
           MOVE W-REPORTS-WRITTEN  TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE '  RESIDENT GB:                 '
                                   TO W-BUILD-LINE
           MOVE W-CTRY-GB-CNT      TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE '  RESIDENT CA:                 '
                                   TO W-BUILD-LINE
           MOVE W-CTRY-CA-CNT      TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE '  RESIDENT US:                 '
                                   TO W-BUILD-LINE
           MOVE W-CTRY-US-CNT      TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'DEPOSIT ACCOUNTS AGGREGATED:   '
                                   TO W-BUILD-LINE
           MOVE W-ACCOUNTS-COUNTED TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           MOVE 'HOLDERS WITHOUT A USABLE TIN:  '
                                   TO W-BUILD-LINE
           MOVE W-EXCEPTION-CNT    TO W-DISP-NUM
           PERFORM SUB-3550-COUNT-LINE THRU SUB-3550-EXIT

           COMPUTE W-XML-AMOUNT-WORK
                                   =  W-REPORTED-CENTS / 100
           MOVE W-XML-AMOUNT-WORK  TO W-XML-AMOUNT
           STRING 'TOTAL BALANCE REPORTED (USD):  '
                  W-XML-AMOUNT     DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3550-COUNT-LINE.
      *--------------------

           MOVE W-DISP-NUM         TO W-BUILD-LINE(35 : 11)

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-3550-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
