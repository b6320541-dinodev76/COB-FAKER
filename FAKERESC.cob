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

       PROGRAM-ID.             FAKERESC.

      **** Unclaimed-property (escheatment) run over a profile-mode
      **** extract.  Every dormant 'D' account (DD-STATUS 'D') with
      **** money in it is aged from its last 'X' transaction date
      **** (its open date when it has none) against the dormancy
      **** period of the owner's state - AD-ADDRESS-STATE off the
      **** customer's 'A' record.  An owner with no US state on
      **** file is reported to the holder's own state, the second
      **** priority rule.
      ****
      **** An account whose dormancy period has run out is reported:
      **** it goes out on the NAUPA standard holder report - one
      **** holder record, the owner/property records and a summary
      **** record per reporting state - with the owner's name, SSN,
      **** address, last activity date and the amount.  An account
      **** whose period runs out inside the notice window gets a
      **** carriage-control due-diligence letter instead, the notice
      **** the owner must be sent before the property is reported.
      **** The recap lists, state by state, the dormancy period and
      **** the counts and dollars reported and noticed.
      ****
      **** PARM: holder state (default DE), notice window in days
      **** (default 120).

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
           SELECT ESCIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-ESCIN-STATUS.

           SELECT NAUFILE              ASSIGN 'Data\FAKERESC Naupa.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT LTRFILE             ASSIGN 'Data\FAKERESC Letters.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT RCPFILE              ASSIGN 'Data\FAKERESC Recap.txt'
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

       FD  ESCIN.

      **** The extract is read through one buffer and picked apart
      **** by record type - the REDEFINES mirror FAKERGEN's
      **** GNRTFILE-P/A/D/X record layouts field for field.

       01  ESCIN-REC               PIC X(320).

       01  FILLER REDEFINES ESCIN-REC.
           05  EIN-RECORD-TYPE     PIC X(01).
           05  EIN-REST            PIC X(319).

       01  ESCIN-P-REC REDEFINES ESCIN-REC.
           05  FILLER              PIC X(02).
           05  EIP-TAXID-SSN       PIC X(11).
           05  FILLER              PIC X(01).
           05  EIP-PERSON-PREFIX   PIC X(10).
           05  EIP-PERSON-FIRST-NAME
                                   PIC X(25).
           05  EIP-PERSON-LAST-NAME
                                   PIC X(35).
           05  EIP-PERSON-SUFFIX   PIC X(10).
           05  FILLER              PIC X(19).
           05  EIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  EIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(182).

       01  ESCIN-A-REC REDEFINES ESCIN-REC.
           05  FILLER              PIC X(02).
           05  EIA-ADDRESS-STREET  PIC X(35).
           05  EIA-ADDRESS-CITY    PIC X(25).
           05  EIA-ADDRESS-STATE   PIC X(10).
           05  EIA-ADDRESS-POSTCODE
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  EIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  EIA-COUNTY          PIC X(20).
           05  FILLER              PIC X(202).

       01  ESCIN-D-REC REDEFINES ESCIN-REC.
           05  FILLER              PIC X(02).
           05  EID-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  EID-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  EID-BANK-ROUTING    PIC X(10).
           05  FILLER              PIC X(01).
           05  EID-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  EID-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  EID-OPEN-BAL        PIC X(11).
           05  FILLER              PIC X(01).
           05  EID-CLOSE-BAL.
               10  EID-CLOSE-BAL-SIGN
                                   PIC X(01).
               10  EID-CLOSE-BAL-CENTS
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  EID-STATUS          PIC X(01).
           05  FILLER              PIC X(01).
           05  EID-CLOSE-DATE      PIC X(10).
           05  FILLER              PIC X(212).

       01  ESCIN-X-REC REDEFINES ESCIN-REC.
           05  FILLER              PIC X(02).
           05  EIX-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  EIX-TRAN-AMOUNT     PIC X(10).
           05  FILLER              PIC X(01).
           05  EIX-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  EIX-TRAN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  EIX-DR-CR           PIC X(01).
           05  FILLER              PIC X(259).

       FD  NAUFILE.

      **** NAUPA standard electronic holder report, fixed 525-byte
      **** records: TRCODE '1' holder, '2' owner/property, '9'
      **** summary.  Dates are CCYYMMDD, amounts are whole cents
      **** with the decimal point implied.

       01  NAU-HOLDER-REC.
           05  NH-TRCODE           PIC X(01).
           05  NH-HOLDER-TAX-ID    PIC X(09).
           05  NH-HOLDER-TAX-ID-EXT
                                   PIC X(04).
           05  NH-REPORT-YEAR      PIC 9(04).
           05  NH-REPORT-NO        PIC 9(02).
           05  NH-HOLDER-SIC       PIC X(04).
           05  NH-INCORP-STATE     PIC X(02).
           05  NH-INCORP-MMYYYY    PIC X(06).
           05  NH-HOLDER-NAME      PIC X(40).
           05  NH-HOLDER-CITY      PIC X(30).
           05  NH-HOLDER-COUNTY    PIC X(20).
           05  NH-HOLDER-STATE     PIC X(02).
           05  NH-CONTACT-NAME     PIC X(40).
           05  NH-CONTACT-ADDR-1   PIC X(30).
           05  NH-CONTACT-ADDR-2   PIC X(30).
           05  NH-CONTACT-CITY     PIC X(30).
           05  NH-CONTACT-STATE    PIC X(02).
           05  NH-CONTACT-ZIP      PIC X(09).
           05  NH-CONTACT-PHONE    PIC X(10).
           05  NH-REPORT-STATE     PIC X(02).
           05  NH-REPORT-TYPE      PIC X(01).
           05  NH-NEGATIVE-REPORT  PIC X(01).
           05  FILLER              PIC X(246).

       01  NAU-PROPERTY-REC.
           05  NP-TRCODE           PIC X(01).
           05  NP-SEQUENCE-NO      PIC 9(06).
           05  NP-OWNER-LAST       PIC X(30).
           05  NP-OWNER-FIRST      PIC X(20).
           05  NP-OWNER-MIDDLE     PIC X(10).
           05  NP-OWNER-PREFIX     PIC X(10).
           05  NP-OWNER-SUFFIX     PIC X(10).
           05  NP-OWNER-ADDR-1     PIC X(30).
           05  NP-OWNER-ADDR-2     PIC X(30).
           05  NP-OWNER-ADDR-3     PIC X(30).
           05  NP-OWNER-CITY       PIC X(30).
           05  NP-OWNER-COUNTY     PIC X(20).
           05  NP-OWNER-STATE      PIC X(02).
           05  NP-OWNER-ZIP        PIC X(09).
           05  NP-OWNER-COUNTRY    PIC X(03).
           05  NP-OWNER-TAX-ID     PIC X(09).
           05  NP-OWNER-TAX-ID-EXT PIC X(02).
           05  NP-OWNER-DOB        PIC X(08).
           05  NP-LAST-ACTIVITY-DATE
                                   PIC X(08).
           05  NP-REPORTABLE-DATE  PIC X(08).
           05  NP-PROPERTY-TYPE    PIC X(04).
           05  NP-AMOUNT-REPORTED  PIC 9(10).
           05  NP-DEDUCTION-CODE   PIC X(02).
           05  NP-DEDUCTION-AMOUNT PIC 9(10).
           05  NP-AMOUNT-REMITTED  PIC 9(10).
           05  NP-OWNER-RELATION   PIC X(02).
           05  NP-ACCOUNT-NO       PIC X(20).
           05  NP-OWNER-ID         PIC X(14).
           05  FILLER              PIC X(177).

       01  NAU-SUMMARY-REC.
           05  NS-TRCODE           PIC X(01).
           05  NS-PROPERTY-COUNT   PIC 9(06).
           05  NS-AMOUNT-REPORTED  PIC 9(12).
           05  NS-DEDUCTION-AMOUNT PIC 9(12).
           05  NS-AMOUNT-REMITTED  PIC 9(12).
           05  FILLER              PIC X(482).

       FD  LTRFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  LTRFILE-REC.
           05  LTR-CC              PIC X(01).
           05  LTR-LINE            PIC X(120).

       FD  RCPFILE.

       01  RCPFILE-REC.
           05  RCP-CC              PIC X(01).
           05  RCP-LINE            PIC X(120).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-ESCIN-STATUS          PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-DORMANT-READ          PIC 9(09)  COMP VALUE 0.
       01  W-REPORTED-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-NOTICED-CNT           PIC 9(09)  COMP VALUE 0.
       01  W-NOT-YET-CNT           PIC 9(09)  COMP VALUE 0.
       01  W-NO-BALANCE-CNT        PIC 9(09)  COMP VALUE 0.
       01  W-FOREIGN-CNT           PIC 9(09)  COMP VALUE 0.
       01  W-NAUPA-WRITTEN         PIC 9(09)  COMP VALUE 0.
       01  W-PAGE-NO               PIC 9(05)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-PAGE-DISP             PIC ZZ,ZZ9.

       01  W-SAVE-RUN-DATE         PIC X(10)       VALUE SPACES.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.

      **** The holder - the bank filing the report.

       01  W-HOLDER-STATE          PIC X(02)       VALUE 'DE'.
       01  W-HOLDER-TAX-ID         PIC X(09)       VALUE '510012345'.
       01  W-HOLDER-NAME           PIC X(40)       VALUE
           'COB-FAKER NATIONAL BANK'.
       01  W-HOLDER-CITY           PIC X(30)       VALUE 'WILMINGTON'.
       01  W-HOLDER-COUNTY         PIC X(20)       VALUE 'NEW CASTLE'.
       01  W-HOLDER-CONTACT        PIC X(40)       VALUE
           'UNCLAIMED PROPERTY COMPLIANCE'.
       01  W-HOLDER-ADDR           PIC X(30)       VALUE
           '1000 N MARKET STREET'.
       01  W-HOLDER-ZIP            PIC X(09)       VALUE '198010000'.
       01  W-HOLDER-PHONE          PIC X(10)       VALUE '3025550100'.

       01  W-NOTICE-DAYS           PIC 9(03)  COMP VALUE 120.

      **** Dormancy period in years for demand and savings deposits,
      **** by owner state - the compliance team's schedule.  The
      **** recap counters for each state ride alongside.

       01  W-STATE-VALUES.
           05  FILLER              PIC X(20)       VALUE
               'AK03AL03AR03AZ03CA03'.
           05  FILLER              PIC X(20)       VALUE
               'CO05CT03DC03DE05FL05'.
           05  FILLER              PIC X(20)       VALUE
               'GA05HI05IA03ID05IL03'.
           05  FILLER              PIC X(20)       VALUE
               'IN03KS05KY03LA03MA03'.
           05  FILLER              PIC X(20)       VALUE
               'MD03ME03MI03MN03MO05'.
           05  FILLER              PIC X(20)       VALUE
               'MS05MT05NC05NE03NH03'.
           05  FILLER              PIC X(20)       VALUE
               'NJ03NM05NV03NY03OH05'.
           05  FILLER              PIC X(20)       VALUE
               'OK05OR03PA03PR05RI03'.
           05  FILLER              PIC X(20)       VALUE
               'SC05SD03TN05TX03UT03'.
           05  FILLER              PIC X(20)       VALUE
               'VA05VT03WA03WI05WV05'.
           05  FILLER              PIC X(04)       VALUE
               'WY03'.
       01  FILLER REDEFINES W-STATE-VALUES.
           05  W-STATE-VALUE-OCCS  OCCURS 51.
               10  W-STATE-VALUE-CODE
                                   PIC X(02).
               10  W-STATE-VALUE-YEARS
                                   PIC 9(02).

       01  W-STATE-MAX             PIC S9(4)  COMP VALUE 51.
       01  W-STATE-DX              PIC S9(4)  COMP.
       01  W-STATE-FOUND-DX        PIC S9(4)  COMP.
       01  W-STATE-TABLE.
           05  W-STATE-OCCS        OCCURS 51.
               10  W-STATE-RPT-CNT PIC 9(09)  COMP.
               10  W-STATE-RPT-CENTS
                                   PIC 9(13)  COMP.
               10  W-STATE-NTC-CNT PIC 9(09)  COMP.
               10  W-STATE-NTC-CENTS
                                   PIC 9(13)  COMP.

      **** The owner, held from the most recent 'P' and 'A' records
      **** - the extract writes each customer's accounts directly
      **** behind their own P/A/B/C set.

       01  W-OWNER-CUST-ID         PIC X(14)       VALUE SPACES.
       01  W-OWNER-SSN             PIC X(11).
       01  W-OWNER-PREFIX          PIC X(10).
       01  W-OWNER-FIRST           PIC X(25).
       01  W-OWNER-LAST            PIC X(35).
       01  W-OWNER-SUFFIX          PIC X(10).
       01  W-OWNER-DOB             PIC X(10).
       01  W-OWNER-STREET          PIC X(35).
       01  W-OWNER-CITY            PIC X(25).
       01  W-OWNER-STATE           PIC X(10).
       01  W-OWNER-POSTCODE        PIC X(10).
       01  W-OWNER-COUNTY          PIC X(20).
       01  W-OWNER-US-SW           PIC X(01).
           88  W-OWNER-US                          VALUE 'Y'.

      **** The dormant account being aged, complete when the next
      **** account, the next customer or end of file arrives.

       01  W-ACCT-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-ACCT-PENDING                      VALUE 'Y'.
       01  W-ACCT-ID               PIC X(19).
       01  W-ACCT-BANK-ACCOUNT     PIC X(12).
       01  W-ACCT-CUST-ID          PIC X(14).
       01  W-ACCT-OPEN-DATE        PIC X(10).
       01  W-ACCT-LAST-DATE        PIC X(10).
       01  W-ACCT-CENTS            PIC S9(11) COMP.
       01  W-ACCT-YEARS            PIC 9(02)  COMP.
       01  W-REPORT-STATE          PIC X(02).
       01  W-LOOKUP-STATE          PIC X(10).
       01  W-ESCHEAT-DATE          PIC X(10).
       01  W-WINDOW-END-DATE       PIC X(10).

      **** Reported properties, held until end of file so the NAUPA
      **** report can be cut state by state.

       01  W-PROP-MAX              PIC S9(9)  COMP VALUE 5000.
       01  W-PROP-CNT              PIC S9(9)  COMP VALUE 0.
       01  W-PROP-DX               PIC S9(9)  COMP.
       01  W-PROP-FULL-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-PROP-TABLE.
           05  W-PROP-OCCS         OCCURS 5000.
               10  W-PROP-STATE-DX PIC S9(4)  COMP.
               10  W-PROP-REC      PIC X(525).

       01  W-REPORT-NO             PIC 9(02)  COMP VALUE 0.
       01  W-SEQUENCE-NO           PIC 9(06)  COMP.
       01  W-SUMMARY-CENTS         PIC 9(12)  COMP.

       01  W-DATE-TEXT             PIC X(10).
       01  FILLER REDEFINES W-DATE-TEXT.
           05  W-DATE-TEXT-YYYY    PIC 9(04).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-MM      PIC X(02).
           05  FILLER              PIC X(01).
           05  W-DATE-TEXT-DD      PIC X(02).
       01  FILLER REDEFINES W-DATE-TEXT.
           05  FILLER              PIC X(05).
           05  W-DATE-TEXT-MM-DD   PIC X(05).

       01  W-DATE-NUM              PIC 9(08).
       01  FILLER REDEFINES W-DATE-NUM.
           05  W-DATE-NUM-YYYY     PIC 9(04).
           05  W-DATE-NUM-MM       PIC 9(02).
           05  W-DATE-NUM-DD       PIC 9(02).

       01  W-DATE-INT              PIC 9(09)  COMP.
       01  W-CCYYMMDD              PIC X(08).

       01  W-AMOUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.99.
       01  W-TOTAL-EDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-COUNT-EDIT            PIC ZZZ,ZZ9.
       01  W-YEARS-EDIT            PIC Z9.
       01  W-EDIT-CENTS            PIC S9(13)V9(02)
                                              COMP.
       01  W-TOTAL-RPT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-RPT-CENTS       PIC 9(13)  COMP VALUE 0.
       01  W-TOTAL-NTC-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-TOTAL-NTC-CENTS       PIC 9(13)  COMP VALUE 0.

       01  W-OWNER-NAME            PIC X(60).
       01  W-CITY-LINE             PIC X(60).
       01  W-BUILD-LINE            PIC X(120).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERESC error: '.

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
       01  W-PARM-HOLDER-STATE     PIC X(02).
       01  W-PARM-NOTICE-DAYS      PIC 9(03).
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

           DISPLAY 'FAKERESC compiled on '
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

           INITIALIZE W-STATE-TABLE

           OPEN INPUT ESCIN

           IF      W-ESCIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open ESCIN, status '
                       W-ESCIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT NAUFILE
                       LTRFILE
                       RCPFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-HOLDER-STATE
                        W-PARM-NOTICE-DAYS
           END-UNSTRING

           IF      W-PARM-HOLDER-STATE NOT = SPACES
               MOVE W-PARM-HOLDER-STATE
                                   TO W-HOLDER-STATE
           END-IF

           IF      W-PARM-NOTICE-DAYS NUMERIC
           AND     W-PARM-NOTICE-DAYS > 0
               MOVE W-PARM-NOTICE-DAYS
                                   TO W-NOTICE-DAYS
           END-IF

      **** Foreign owners are reported to the holder state, so it
      **** has to be one the schedule knows.

           MOVE W-HOLDER-STATE     TO W-LOOKUP-STATE
           PERFORM SUB-2410-FIND-STATE THRU SUB-2410-EXIT

           IF      W-STATE-FOUND-DX = 0
               DISPLAY W-ERROR-MSG
                       'holder state not on the dormancy schedule: '
                       W-HOLDER-STATE
               MOVE 8              TO RETURN-CODE
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ ESCIN
               AT END
                   SET  W-EOF      TO TRUE

                   IF      W-ACCT-PENDING
                       PERFORM SUB-2400-AGE-ACCOUNT THRU SUB-2400-EXIT
                   END-IF

                   GO TO SUB-2000-EXIT
           END-READ

           EVALUATE EIN-RECORD-TYPE
             WHEN 'H'
               MOVE ESCIN-REC(3 : 10)
                                   TO W-SAVE-RUN-DATE
               MOVE ESCIN-REC(23 : 9)
                                   TO W-SAVE-SEED-NO
               PERFORM SUB-2050-SET-WINDOW THRU SUB-2050-EXIT

             WHEN 'P'
               IF      W-ACCT-PENDING
                   PERFORM SUB-2400-AGE-ACCOUNT THRU SUB-2400-EXIT
               END-IF

               PERFORM SUB-2100-HOLD-OWNER THRU SUB-2100-EXIT

             WHEN 'A'
               IF      EIA-CUSTOMER-ID = W-OWNER-CUST-ID
                   MOVE EIA-ADDRESS-STREET
                                   TO W-OWNER-STREET
                   MOVE EIA-ADDRESS-CITY
                                   TO W-OWNER-CITY
                   MOVE EIA-ADDRESS-STATE
                                   TO W-OWNER-STATE
                   MOVE EIA-ADDRESS-POSTCODE
                                   TO W-OWNER-POSTCODE
                   MOVE EIA-COUNTY TO W-OWNER-COUNTY
               END-IF

             WHEN 'D'
               IF      W-ACCT-PENDING
                   PERFORM SUB-2400-AGE-ACCOUNT THRU SUB-2400-EXIT
               END-IF

               PERFORM SUB-2200-START-ACCOUNT THRU SUB-2200-EXIT

             WHEN 'X'
               IF      W-ACCT-PENDING
               AND     EIX-ACCOUNT-ID = W-ACCT-ID
               AND     EIX-TRAN-DATE > W-ACCT-LAST-DATE
                   MOVE EIX-TRAN-DATE
                                   TO W-ACCT-LAST-DATE
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-SET-WINDOW.
      *--------------------

      **** The notice window runs from the run date forward
      **** W-NOTICE-DAYS days.

           MOVE W-SAVE-RUN-DATE    TO W-WINDOW-END-DATE
           MOVE W-SAVE-RUN-DATE    TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
               GO TO SUB-2050-EXIT
           END-IF

           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)
                                   +  W-NOTICE-DAYS
           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

           MOVE SPACES             TO W-WINDOW-END-DATE
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO W-WINDOW-END-DATE
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-HOLD-OWNER.
      *--------------------

           MOVE EIP-CUSTOMER-ID    TO W-OWNER-CUST-ID
           MOVE EIP-TAXID-SSN      TO W-OWNER-SSN
           MOVE EIP-PERSON-PREFIX  TO W-OWNER-PREFIX
           MOVE EIP-PERSON-FIRST-NAME
                                   TO W-OWNER-FIRST
           MOVE EIP-PERSON-LAST-NAME
                                   TO W-OWNER-LAST
           MOVE EIP-PERSON-SUFFIX  TO W-OWNER-SUFFIX
           MOVE EIP-DATE-OF-BIRTH  TO W-OWNER-DOB

           MOVE SPACES             TO W-OWNER-STREET
                                      W-OWNER-CITY
                                      W-OWNER-STATE
                                      W-OWNER-POSTCODE
                                      W-OWNER-COUNTY
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-START-ACCOUNT.
      *-----------------------

      **** Only dormant accounts are aged; the rest stream past.

           IF      EID-STATUS NOT = 'D'
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-DORMANT-READ

           SET  W-ACCT-PENDING     TO TRUE

           MOVE EID-ACCOUNT-ID     TO W-ACCT-ID
           MOVE EID-BANK-ACCOUNT   TO W-ACCT-BANK-ACCOUNT
           MOVE EID-CUSTOMER-ID    TO W-ACCT-CUST-ID
           MOVE EID-OPEN-DATE      TO W-ACCT-OPEN-DATE
                                      W-ACCT-LAST-DATE

           MOVE 0                  TO W-ACCT-CENTS
           IF      EID-CLOSE-BAL-CENTS NUMERIC
               MOVE EID-CLOSE-BAL-CENTS
                                   TO W-ACCT-CENTS
               IF      EID-CLOSE-BAL-SIGN = '-'
                   COMPUTE W-ACCT-CENTS
                                   =  0 - W-ACCT-CENTS
               END-IF
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2400-AGE-ACCOUNT.
      *---------------------

           MOVE 'N'                TO W-ACCT-PENDING-SW

      **** Nothing is owed on an empty or overdrawn account.

           IF      W-ACCT-CENTS NOT > 0
               ADD  1              TO W-NO-BALANCE-CNT
               GO TO SUB-2400-EXIT
           END-IF

      **** Owner state first; an owner with no US state on file goes
      **** to the holder state.

           IF      W-ACCT-CUST-ID NOT = W-OWNER-CUST-ID
               MOVE SPACES         TO W-OWNER-STATE
           END-IF

           MOVE W-OWNER-STATE      TO W-LOOKUP-STATE
           PERFORM SUB-2410-FIND-STATE THRU SUB-2410-EXIT

           IF      W-STATE-FOUND-DX > 0
               MOVE 'Y'            TO W-OWNER-US-SW
           ELSE
               MOVE 'N'            TO W-OWNER-US-SW
               ADD  1              TO W-FOREIGN-CNT
               MOVE W-HOLDER-STATE TO W-LOOKUP-STATE
               PERFORM SUB-2410-FIND-STATE THRU SUB-2410-EXIT
           END-IF

           MOVE W-STATE-VALUE-CODE(W-STATE-FOUND-DX)
                                   TO W-REPORT-STATE
           MOVE W-STATE-VALUE-YEARS(W-STATE-FOUND-DX)
                                   TO W-ACCT-YEARS

      **** The property becomes reportable the dormancy period after
      **** the last activity; a 29 February lands on the 28th.

           MOVE W-ACCT-LAST-DATE   TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
               GO TO SUB-2400-EXIT
           END-IF

           ADD  W-ACCT-YEARS       TO W-DATE-TEXT-YYYY

           IF      W-DATE-TEXT-MM-DD = '02-29'
               MOVE '02-28'        TO W-DATE-TEXT-MM-DD
           END-IF

           MOVE W-DATE-TEXT        TO W-ESCHEAT-DATE

           EVALUATE TRUE
             WHEN W-ESCHEAT-DATE NOT > W-SAVE-RUN-DATE
               PERFORM SUB-2500-REPORT-PROPERTY THRU SUB-2500-EXIT

             WHEN W-ESCHEAT-DATE NOT > W-WINDOW-END-DATE
               PERFORM SUB-2600-PRINT-LETTER THRU SUB-2600-EXIT

             WHEN OTHER
               ADD  1              TO W-NOT-YET-CNT
           END-EVALUATE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-FIND-STATE.
      *--------------------

      **** W-LOOKUP-STATE to its schedule slot; 0 when it is not a
      **** US state.

           MOVE 0                  TO W-STATE-FOUND-DX

           IF      W-LOOKUP-STATE(3 : 8) NOT = SPACES
               GO TO SUB-2410-EXIT
           END-IF

           PERFORM SUB-2420-MATCH-STATE THRU SUB-2420-EXIT
               VARYING W-STATE-DX FROM 1 BY 1
                 UNTIL W-STATE-DX > W-STATE-MAX
                    OR W-STATE-FOUND-DX > 0
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-MATCH-STATE.
      *---------------------

           IF      W-STATE-VALUE-CODE(W-STATE-DX)
                                   =  W-LOOKUP-STATE(1 : 2)
               MOVE W-STATE-DX     TO W-STATE-FOUND-DX
           END-IF
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2500-REPORT-PROPERTY.
      *-------------------------

      **** Build the NAUPA owner/property record and hold it for the
      **** state's report.

           ADD  1                  TO W-REPORTED-CNT
           ADD  1                  TO W-STATE-RPT-CNT(W-STATE-FOUND-DX)
           ADD  W-ACCT-CENTS       TO
                                   W-STATE-RPT-CENTS(W-STATE-FOUND-DX)

           IF      W-PROP-CNT >= W-PROP-MAX
               ADD  1              TO W-PROP-FULL-CNT
               GO TO SUB-2500-EXIT
           END-IF

           MOVE SPACES             TO NAU-PROPERTY-REC
           MOVE '2'                TO NP-TRCODE
           MOVE 0                  TO NP-SEQUENCE-NO
           MOVE W-OWNER-LAST       TO NP-OWNER-LAST
           MOVE W-OWNER-FIRST      TO NP-OWNER-FIRST
           MOVE W-OWNER-PREFIX     TO NP-OWNER-PREFIX
           MOVE W-OWNER-SUFFIX     TO NP-OWNER-SUFFIX
           MOVE W-OWNER-STREET     TO NP-OWNER-ADDR-1
           MOVE W-OWNER-CITY       TO NP-OWNER-CITY
           MOVE W-OWNER-COUNTY     TO NP-OWNER-COUNTY

      **** A foreign owner's region and postcode ride on the second
      **** address line; state, ZIP and tax ID are US-only fields.

           IF      W-OWNER-US
               MOVE W-OWNER-STATE(1 : 2)
                                   TO NP-OWNER-STATE
               MOVE W-OWNER-POSTCODE
                                   TO NP-OWNER-ZIP
               MOVE 'USA'          TO NP-OWNER-COUNTRY
           ELSE
               STRING W-OWNER-STATE
                                   DELIMITED SIZE
                      ' '          DELIMITED SIZE
                      W-OWNER-POSTCODE
                                   DELIMITED SIZE
                                   INTO NP-OWNER-ADDR-2
           END-IF

      **** An individual holder's SSN (nnn-nn-nnnn), or a business
      **** holder's EIN (nn-nnnnnnn), goes out as its nine digits.

           IF      W-OWNER-SSN(4 : 1) = '-'
           AND     W-OWNER-SSN(7 : 1) = '-'
               STRING W-OWNER-SSN(1 : 3)
                      W-OWNER-SSN(5 : 2)
                      W-OWNER-SSN(8 : 4)
                                   DELIMITED SIZE
                                   INTO NP-OWNER-TAX-ID
           END-IF

           IF      W-OWNER-SSN(3 : 1) = '-'
               STRING W-OWNER-SSN(1 : 2)
                      W-OWNER-SSN(4 : 7)
                                   DELIMITED SIZE
                                   INTO NP-OWNER-TAX-ID
           END-IF

           MOVE W-OWNER-DOB        TO W-DATE-TEXT
           PERFORM SUB-2550-TO-CCYYMMDD THRU SUB-2550-EXIT
           MOVE W-CCYYMMDD         TO NP-OWNER-DOB

           MOVE W-ACCT-LAST-DATE   TO W-DATE-TEXT
           PERFORM SUB-2550-TO-CCYYMMDD THRU SUB-2550-EXIT
           MOVE W-CCYYMMDD         TO NP-LAST-ACTIVITY-DATE

           MOVE W-ESCHEAT-DATE     TO W-DATE-TEXT
           PERFORM SUB-2550-TO-CCYYMMDD THRU SUB-2550-EXIT
           MOVE W-CCYYMMDD         TO NP-REPORTABLE-DATE

      **** AC01 - checking account.  Nothing is withheld, so the
      **** amount remitted is the amount reported.

           MOVE 'AC01'             TO NP-PROPERTY-TYPE
           MOVE W-ACCT-CENTS       TO NP-AMOUNT-REPORTED
                                      NP-AMOUNT-REMITTED
           MOVE 0                  TO NP-DEDUCTION-AMOUNT
           MOVE 'SO'               TO NP-OWNER-RELATION
           MOVE W-ACCT-BANK-ACCOUNT
                                   TO NP-ACCOUNT-NO
           MOVE W-ACCT-CUST-ID     TO NP-OWNER-ID

           ADD  1                  TO W-PROP-CNT
           MOVE W-STATE-FOUND-DX   TO W-PROP-STATE-DX(W-PROP-CNT)
           MOVE NAU-PROPERTY-REC   TO W-PROP-REC(W-PROP-CNT)
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-TO-CCYYMMDD.
      *---------------------

           MOVE SPACES             TO W-CCYYMMDD

           IF      W-DATE-TEXT-YYYY NUMERIC
               STRING W-DATE-TEXT-YYYY
                      W-DATE-TEXT-MM
                      W-DATE-TEXT-DD
                                   DELIMITED SIZE
                                   INTO W-CCYYMMDD
           END-IF
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-PRINT-LETTER.
      *----------------------

      **** One due-diligence letter per account, each on its own
      **** page.

           ADD  1                  TO W-NOTICED-CNT
           ADD  1                  TO W-STATE-NTC-CNT(W-STATE-FOUND-DX)
           ADD  W-ACCT-CENTS       TO
                                   W-STATE-NTC-CENTS(W-STATE-FOUND-DX)

           MOVE SPACES             TO LTRFILE-REC
           MOVE '1'                TO LTR-CC
           MOVE W-HOLDER-NAME      TO LTR-LINE
           WRITE LTRFILE-REC

           MOVE W-HOLDER-ADDR      TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           STRING FUNCTION TRIM(W-HOLDER-CITY)
                  ', '
                  W-HOLDER-STATE
                  '  '
                  W-HOLDER-ZIP(1 : 5)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           MOVE W-SAVE-RUN-DATE    TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

      **** Owner address block.

           MOVE SPACES             TO W-OWNER-NAME
           IF      W-OWNER-FIRST = SPACES
               MOVE W-OWNER-LAST   TO W-OWNER-NAME
           ELSE
               STRING FUNCTION TRIM(W-OWNER-FIRST)
                      ' '
                      FUNCTION TRIM(W-OWNER-LAST)
                                   DELIMITED SIZE
                                   INTO W-OWNER-NAME
           END-IF

           IF      W-ACCT-CUST-ID NOT = W-OWNER-CUST-ID
               MOVE W-ACCT-CUST-ID TO W-OWNER-NAME
           END-IF

           MOVE W-OWNER-NAME       TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           MOVE W-OWNER-STREET     TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-CITY-LINE
           STRING FUNCTION TRIM(W-OWNER-CITY)
                  ' '
                  FUNCTION TRIM(W-OWNER-STATE)
                  '  '
                  FUNCTION TRIM(W-OWNER-POSTCODE)
                                   DELIMITED SIZE
                                   INTO W-CITY-LINE
           MOVE W-CITY-LINE        TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           STRING 'RE: ACCOUNT ENDING '
                  W-ACCT-BANK-ACCOUNT(7 : 4)
                  '   NOTICE OF DORMANT ACCOUNT'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           STRING 'Dear '
                  FUNCTION TRIM(W-OWNER-NAME)
                  ':'              DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           STRING 'Our records show no activity on the account above'
                  ' since '
                  W-ACCT-LAST-DATE
                  '.'              DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE W-ACCT-YEARS       TO W-YEARS-EDIT
           STRING 'The unclaimed property law of '
                  W-REPORT-STATE
                  ' requires an account with no owner'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           STRING 'activity for '
                  FUNCTION TRIM(W-YEARS-EDIT)
                  ' years to be reported and delivered to the state.'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           COMPUTE W-EDIT-CENTS    =  W-ACCT-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT

           STRING 'Unless we hear from you before '
                  W-ESCHEAT-DATE
                  ', the balance of $'
                  FUNCTION TRIM(W-AMOUNT-EDIT)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           STRING 'will be reported to the state of '
                  W-REPORT-STATE
                  '.  To keep the account,'
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE 'sign and return this letter or contact any branch.'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           MOVE 'Sincerely,'       TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           MOVE W-HOLDER-CONTACT   TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE '[ ] I wish to keep this account open.'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT

           MOVE 'Signature ______________________   Date __________'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-LETTER-LINE THRU SUB-2700-EXIT
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-LETTER-LINE.
      *---------------------

           MOVE SPACES             TO LTRFILE-REC
           MOVE ' '                TO LTR-CC
           MOVE W-BUILD-LINE       TO LTR-LINE

           WRITE LTRFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           PERFORM SUB-3100-WRITE-STATE-REPORT THRU SUB-3100-EXIT
               VARYING W-STATE-DX FROM 1 BY 1
                 UNTIL W-STATE-DX > W-STATE-MAX

           PERFORM SUB-3300-PRINT-RECAP THRU SUB-3300-EXIT

           CLOSE ESCIN
                 NAUFILE
                 LTRFILE
                 RCPFILE

           IF      W-PROP-FULL-CNT > 0
               MOVE W-PROP-FULL-CNT
                                   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'property table full, not reported: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERESC Naupa.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERESC Letters.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERESC Recap.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-DORMANT-READ     TO W-DISP-NUM
           DISPLAY 'Dormant accounts read:    '
                   W-DISP-NUM

           MOVE W-REPORTED-CNT     TO W-DISP-NUM
           DISPLAY 'Properties reported:      '
                   W-DISP-NUM

           MOVE W-NOTICED-CNT      TO W-DISP-NUM
           DISPLAY 'Due-diligence letters:    '
                   W-DISP-NUM

           MOVE W-NOT-YET-CNT      TO W-DISP-NUM
           DISPLAY 'Not yet reportable:       '
                   W-DISP-NUM

           MOVE W-NO-BALANCE-CNT   TO W-DISP-NUM
           DISPLAY 'No balance to report:     '
                   W-DISP-NUM

           MOVE W-NAUPA-WRITTEN    TO W-DISP-NUM
           DISPLAY 'NAUPA records written:    '
                   W-DISP-NUM

           DISPLAY 'FAKERESC completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-STATE-REPORT.
      *----------------------------

      **** One holder report per state with something to report:
      **** holder record, its properties, summary record.

           IF      W-STATE-RPT-CNT(W-STATE-DX) = 0
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                  TO W-REPORT-NO
           MOVE 0                  TO W-SEQUENCE-NO
                                      W-SUMMARY-CENTS

           MOVE SPACES             TO NAU-HOLDER-REC
           MOVE '1'                TO NH-TRCODE
           MOVE W-HOLDER-TAX-ID    TO NH-HOLDER-TAX-ID
           MOVE W-SAVE-RUN-DATE(1 : 4)
                                   TO NH-REPORT-YEAR
           MOVE W-REPORT-NO        TO NH-REPORT-NO
           MOVE '6021'             TO NH-HOLDER-SIC
           MOVE W-HOLDER-STATE     TO NH-INCORP-STATE
                                      NH-HOLDER-STATE
                                      NH-CONTACT-STATE
           MOVE W-HOLDER-NAME      TO NH-HOLDER-NAME
           MOVE W-HOLDER-CITY      TO NH-HOLDER-CITY
                                      NH-CONTACT-CITY
           MOVE W-HOLDER-COUNTY    TO NH-HOLDER-COUNTY
           MOVE W-HOLDER-CONTACT   TO NH-CONTACT-NAME
           MOVE W-HOLDER-ADDR      TO NH-CONTACT-ADDR-1
           MOVE W-HOLDER-ZIP       TO NH-CONTACT-ZIP
           MOVE W-HOLDER-PHONE     TO NH-CONTACT-PHONE
           MOVE W-STATE-VALUE-CODE(W-STATE-DX)
                                   TO NH-REPORT-STATE
           MOVE 'A'                TO NH-REPORT-TYPE
           MOVE 'N'                TO NH-NEGATIVE-REPORT

           WRITE NAU-HOLDER-REC
           ADD  1                  TO W-NAUPA-WRITTEN

           PERFORM SUB-3150-WRITE-ONE-PROPERTY THRU SUB-3150-EXIT
               VARYING W-PROP-DX FROM 1 BY 1
                 UNTIL W-PROP-DX > W-PROP-CNT

           MOVE SPACES             TO NAU-SUMMARY-REC
           MOVE '9'                TO NS-TRCODE
           MOVE W-SEQUENCE-NO      TO NS-PROPERTY-COUNT
           MOVE W-SUMMARY-CENTS    TO NS-AMOUNT-REPORTED
                                      NS-AMOUNT-REMITTED
           MOVE 0                  TO NS-DEDUCTION-AMOUNT

           WRITE NAU-SUMMARY-REC
           ADD  1                  TO W-NAUPA-WRITTEN
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-WRITE-ONE-PROPERTY.
      *----------------------------

           IF      W-PROP-STATE-DX(W-PROP-DX) NOT = W-STATE-DX
               GO TO SUB-3150-EXIT
           END-IF

           MOVE W-PROP-REC(W-PROP-DX)
                                   TO NAU-PROPERTY-REC

           ADD  1                  TO W-SEQUENCE-NO
           MOVE W-SEQUENCE-NO      TO NP-SEQUENCE-NO
           ADD  NP-AMOUNT-REPORTED TO W-SUMMARY-CENTS

           WRITE NAU-PROPERTY-REC
           ADD  1                  TO W-NAUPA-WRITTEN
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3300-PRINT-RECAP.
      *---------------------

           ADD  1                  TO W-PAGE-NO
           MOVE W-PAGE-NO          TO W-PAGE-DISP

           MOVE SPACES             TO RCPFILE-REC
           MOVE '1'                TO RCP-CC
           STRING 'COB-FAKER UNCLAIMED PROPERTY RECAP'
                  '   RUN '
                  W-SAVE-RUN-DATE
                  '   SEED '
                  W-SAVE-SEED-NO
                  '   HOLDER STATE '
                  W-HOLDER-STATE
                  '   PAGE '
                  W-PAGE-DISP      DELIMITED SIZE
                                   INTO RCP-LINE
           WRITE RCPFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE 'STATE'            TO W-BUILD-LINE(1 : 5)
           MOVE 'YEARS'            TO W-BUILD-LINE(7 : 5)
           MOVE 'REPORTED'         TO W-BUILD-LINE(14 : 8)
           MOVE 'DOLLARS'          TO W-BUILD-LINE(35 : 7)
           MOVE 'NOTICED'          TO W-BUILD-LINE(45 : 7)
           MOVE 'DOLLARS'          TO W-BUILD-LINE(65 : 7)
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE ALL '-'            TO W-BUILD-LINE(1 : 71)
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           PERFORM SUB-3350-PRINT-ONE-STATE THRU SUB-3350-EXIT
               VARYING W-STATE-DX FROM 1 BY 1
                 UNTIL W-STATE-DX > W-STATE-MAX

           MOVE ALL '-'            TO W-BUILD-LINE(1 : 71)
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE 'TOTAL'            TO W-BUILD-LINE(1 : 5)
           MOVE W-TOTAL-RPT-CNT    TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(15 : 7)
           COMPUTE W-EDIT-CENTS    =  W-TOTAL-RPT-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-TOTAL-EDIT
           MOVE W-TOTAL-EDIT       TO W-BUILD-LINE(22 : 20)
           MOVE W-TOTAL-NTC-CNT    TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(45 : 7)
           COMPUTE W-EDIT-CENTS    =  W-TOTAL-NTC-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-TOTAL-EDIT
           MOVE W-TOTAL-EDIT       TO W-BUILD-LINE(52 : 20)
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE W-DORMANT-READ     TO W-DISP-NUM
           STRING 'DORMANT ACCOUNTS REVIEWED:   '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE W-NOT-YET-CNT      TO W-DISP-NUM
           STRING 'NOT YET REPORTABLE:          '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE W-NO-BALANCE-CNT   TO W-DISP-NUM
           STRING 'NO BALANCE TO REPORT:        '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE W-FOREIGN-CNT      TO W-DISP-NUM
           STRING 'NO US STATE - HOLDER STATE:  '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT

           MOVE W-NOTICE-DAYS      TO W-DISP-NUM
           STRING 'NOTICE WINDOW (DAYS):        '
                  W-DISP-NUM       DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3350-PRINT-ONE-STATE.
      *-------------------------

           IF      W-STATE-RPT-CNT(W-STATE-DX) = 0
           AND     W-STATE-NTC-CNT(W-STATE-DX) = 0
               GO TO SUB-3350-EXIT
           END-IF

           ADD  W-STATE-RPT-CNT(W-STATE-DX)
                                   TO W-TOTAL-RPT-CNT
           ADD  W-STATE-RPT-CENTS(W-STATE-DX)
                                   TO W-TOTAL-RPT-CENTS
           ADD  W-STATE-NTC-CNT(W-STATE-DX)
                                   TO W-TOTAL-NTC-CNT
           ADD  W-STATE-NTC-CENTS(W-STATE-DX)
                                   TO W-TOTAL-NTC-CENTS

           MOVE W-STATE-VALUE-CODE(W-STATE-DX)
                                   TO W-BUILD-LINE(1 : 2)
           MOVE W-STATE-VALUE-YEARS(W-STATE-DX)
                                   TO W-YEARS-EDIT
           MOVE W-YEARS-EDIT       TO W-BUILD-LINE(9 : 2)

           MOVE W-STATE-RPT-CNT(W-STATE-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(15 : 7)
           COMPUTE W-EDIT-CENTS    =  W-STATE-RPT-CENTS(W-STATE-DX)
                                      / 100
           MOVE W-EDIT-CENTS       TO W-TOTAL-EDIT
           MOVE W-TOTAL-EDIT       TO W-BUILD-LINE(22 : 20)

           MOVE W-STATE-NTC-CNT(W-STATE-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(45 : 7)
           COMPUTE W-EDIT-CENTS    =  W-STATE-NTC-CENTS(W-STATE-DX)
                                      / 100
           MOVE W-EDIT-CENTS       TO W-TOTAL-EDIT
           MOVE W-TOTAL-EDIT       TO W-BUILD-LINE(52 : 20)

           PERFORM SUB-3400-RECAP-LINE THRU SUB-3400-EXIT
           .
       SUB-3350-EXIT.
           EXIT.
      /
       SUB-3400-RECAP-LINE.
      *--------------------

           MOVE SPACES             TO RCPFILE-REC
           MOVE ' '                TO RCP-CC
           MOVE W-BUILD-LINE       TO RCP-LINE

           WRITE RCPFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-3400-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
