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

       PROGRAM-ID.             FAKERBOI.

      **** FinCEN beneficial ownership information reports for the
      **** extract's business customers (FAKERGEN COMMERCIAL=).  Each
      **** business - a 'P' record of party type 'B' with its 'A',
      **** 'F', DBA 'N' and 'U' records - is followed on the extract
      **** by its control persons and owners as ordinary customers;
      **** the business is held while their 'P', 'A' and 'I'
      **** records stream by and reported when the next business (or
      **** the end of the file) arrives.
      ****
      **** The report is one page per business in the layout of the
      **** BOIR filing: Part I the reporting company (legal and
      **** alternate names, EIN, jurisdiction of formation, current
      **** U.S. address), Part II its company applicant - required
      **** only of a company created on or after 2024-01-01, for
      **** which the first control person is shown as the one who
      **** filed - and Part III every beneficial owner: each control
      **** person (CTRL or BOTH) and each owner of twenty-five percent
      **** or more, with date of birth, residential address and
      **** identifying document.
      ****
      **** The exceptions file lists the businesses whose owners do
      **** not add up, one line per finding:
      ****     OVER   - the stakes add up to more than 100 percent;
      ****     UNDR   - the stakes add up to less than 100 percent;
      ****     LT25   - an owner with no control holds under 25
      ****              percent (not a beneficial owner, yet linked);
      ****     NOCTRL - nobody exercises substantial control;
      ****     NOOWNR - the business has no linked owners at all;
      ****     MISS   - a linked owner is not on the extract.

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
           SELECT BOIIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-BOIIN-STATUS.

           SELECT BOIFILE              ASSIGN 'Data\FAKERBOI Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT EXCFILE          ASSIGN 'Data\FAKERBOI Exceptions.txt'
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

       FD  BOIIN.

       01  BOIIN-REC.
           05  BIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  BOIIN-P-REC.
           05  FILLER              PIC X(02).
           05  BIP-TAXID           PIC X(11).
           05  FILLER              PIC X(11).
           05  BIP-FIRST-NAME      PIC X(25).
           05  BIP-LAST-NAME       PIC X(35).
           05  BIP-SUFFIX          PIC X(10).
           05  FILLER              PIC X(19).
           05  BIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  BIP-DATE-OF-BIRTH   PIC X(10).
           05  FILLER              PIC X(73).
           05  BIP-PARTY-TYPE      PIC X(01).
               88  BIP-BUSINESS                    VALUE 'B'.
           05  FILLER              PIC X(108).

       01  BOIIN-A-REC.
           05  FILLER              PIC X(02).
           05  BIA-STREET          PIC X(35).
           05  BIA-CITY            PIC X(25).
           05  BIA-STATE           PIC X(10).
           05  BIA-POSTCODE        PIC X(10).
           05  FILLER              PIC X(01).
           05  BIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       01  BOIIN-F-REC.
           05  FILLER              PIC X(02).
           05  BIF-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  BIF-EIN             PIC X(10).
           05  FILLER              PIC X(01).
           05  BIF-LEGAL-NAME      PIC X(50).
           05  FILLER              PIC X(01).
           05  BIF-ENTITY-TYPE     PIC X(04).
           05  FILLER              PIC X(01).
           05  BIF-SIC-CODE        PIC X(04).
           05  FILLER              PIC X(01).
           05  BIF-INDUSTRY        PIC X(10).
           05  FILLER              PIC X(01).
           05  BIF-FORMATION-DATE  PIC X(10).
           05  FILLER              PIC X(01).
           05  BIF-FORMATION-STATE PIC X(02).
           05  FILLER              PIC X(207).

       01  BOIIN-N-REC.
           05  FILLER              PIC X(02).
           05  BIN-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(03).
           05  BIN-ALIAS-TYPE      PIC X(04).
           05  FILLER              PIC X(01).
           05  BIN-DBA-NAME        PIC X(60).
           05  FILLER              PIC X(236).

       01  BOIIN-U-REC.
           05  FILLER              PIC X(02).
           05  BIU-BUSINESS-ID     PIC X(14).
           05  FILLER              PIC X(03).
           05  BIU-OWNER-ID        PIC X(14).
           05  FILLER              PIC X(01).
           05  BIU-ROLE            PIC X(04).
           05  FILLER              PIC X(01).
           05  BIU-TITLE           PIC X(20).
           05  FILLER              PIC X(01).
           05  BIU-OWNERSHIP-PCT   PIC X(03).
           05  FILLER              PIC X(257).

       01  BOIIN-I-REC.
           05  FILLER              PIC X(02).
           05  BII-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  BII-DOC-TYPE        PIC X(04).
           05  FILLER              PIC X(01).
           05  BII-DOC-NUMBER      PIC X(20).
           05  FILLER              PIC X(01).
           05  BII-ISSUER          PIC X(10).
           05  FILLER              PIC X(267).

       FD  BOIFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  BOIFILE-REC.
           05  BOI-CC              PIC X(01).
           05  BOI-LINE            PIC X(120).

       FD  EXCFILE.

       01  EXCFILE-REC.
           05  EXC-BUSINESS-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  EXC-EIN             PIC X(10).
           05  FILLER              PIC X(01).
           05  EXC-CODE            PIC X(06).
           05  FILLER              PIC X(01).
           05  EXC-TOTAL-PCT       PIC 9(03).
           05  FILLER              PIC X(01).
           05  EXC-OWNER-ID        PIC X(14).
           05  FILLER              PIC X(01).
           05  EXC-LEGAL-NAME      PIC X(40).
           05  FILLER              PIC X(01).
           05  EXC-TEXT            PIC X(40).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-BOIIN-STATUS          PIC X(02).

       01  W-BOIIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-BOIIN-EOF                         VALUE 'Y'.

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-BUILD-LINE            PIC X(120)      VALUE SPACES.

      **** The business being held, and what the record just read
      **** belongs to: the business itself (B), one of its linked
      **** parties (O, W-CUR-DX) or neither (space).

       01  W-BIZ-OPEN-SW           PIC X(01)       VALUE 'N'.
           88  W-BIZ-OPEN                          VALUE 'Y'.
       01  W-CUR-KIND              PIC X(01)       VALUE SPACE.
           88  W-CUR-IS-BUSINESS                   VALUE 'B'.
           88  W-CUR-IS-PARTY                      VALUE 'O'.
       01  W-CUR-DX                PIC 9(02)  COMP VALUE 0.

       01  W-BIZ.
           05  W-BIZ-ID            PIC X(14).
           05  W-BIZ-EIN           PIC X(11).
           05  W-BIZ-LEGAL-NAME    PIC X(50).
           05  W-BIZ-DBA-NAME      PIC X(60).
           05  W-BIZ-ENTITY-TYPE   PIC X(04).
           05  W-BIZ-SIC-CODE      PIC X(04).
           05  W-BIZ-INDUSTRY      PIC X(10).
           05  W-BIZ-FORMED        PIC X(10).
           05  W-BIZ-STATE         PIC X(02).
           05  W-BIZ-STREET        PIC X(35).
           05  W-BIZ-CITY          PIC X(25).
           05  W-BIZ-ADDR-STATE    PIC X(10).
           05  W-BIZ-POSTCODE      PIC X(10).

      **** The business's linked parties, in 'U' record order.

       01  W-LNK-MAX               PIC 9(02)  COMP VALUE 9.
       01  W-LNK-CNT               PIC 9(02)  COMP VALUE 0.
       01  W-LNK-DX                PIC 9(02)  COMP.
       01  W-LNK-TABLE.
           05  W-LNK-OCCS          OCCURS 9.
               10  W-LNK-ID        PIC X(14).
               10  W-LNK-ROLE      PIC X(04).
                   88  W-LNK-CONTROL         VALUE 'CTRL' 'BOTH'.
               10  W-LNK-TITLE     PIC X(20).
               10  W-LNK-PCT       PIC 9(03).
               10  W-LNK-FOUND-SW  PIC X(01).
                   88  W-LNK-FOUND           VALUE 'Y'.
               10  W-LNK-FIRST     PIC X(25).
               10  W-LNK-LAST      PIC X(35).
               10  W-LNK-SUFFIX    PIC X(10).
               10  W-LNK-DOB       PIC X(10).
               10  W-LNK-STREET    PIC X(35).
               10  W-LNK-CITY      PIC X(25).
               10  W-LNK-STATE     PIC X(10).
               10  W-LNK-POSTCODE  PIC X(10).
               10  W-LNK-DOC-TYPE  PIC X(04).
               10  W-LNK-DOC-NUMBER
                                   PIC X(20).
               10  W-LNK-DOC-ISSUER
                                   PIC X(10).

       01  W-TOTAL-PCT             PIC 9(03)  COMP.
       01  W-CONTROL-CNT           PIC 9(02)  COMP.
       01  W-OWNER-NO              PIC 9(02)  COMP.
       01  W-APPLICANT-DX          PIC 9(02)  COMP.
       01  W-PCT-EDIT              PIC ZZ9.
       01  W-NO-EDIT               PIC Z9.

       01  W-EXC-CODE              PIC X(06).
       01  W-EXC-OWNER-ID          PIC X(14).
       01  W-EXC-TEXT              PIC X(40).

       01  W-TALLY.
           05  W-RECORDS-READ      PIC 9(09)  COMP VALUE 0.
           05  W-BUSINESS-CNT      PIC 9(09)  COMP VALUE 0.
           05  W-OWNERS-REPORTED   PIC 9(09)  COMP VALUE 0.
           05  W-APPLICANT-CNT     PIC 9(09)  COMP VALUE 0.
           05  W-EXC-BUSINESS-CNT  PIC 9(09)  COMP VALUE 0.
           05  W-EXC-WRITTEN       PIC 9(09)  COMP VALUE 0.
           05  W-OVER-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-UNDR-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-LT25-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-NOCTRL-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-NOOWNR-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-MISS-CNT          PIC 9(09)  COMP VALUE 0.

       01  W-EXC-HERE-SW           PIC X(01).
           88  W-EXC-HERE                          VALUE 'Y'.

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERBOI error: '.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
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
                   UNTIL W-BOIIN-EOF
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

           DISPLAY 'FAKERBOI compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           OPEN INPUT BOIIN

           IF      W-BOIIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open BOIIN, status '
                       W-BOIIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT BOIFILE
                       EXCFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           READ BOIIN
               AT END
                   SET  W-BOIIN-EOF
                                   TO TRUE
                   PERFORM SUB-2500-CLOSE-BUSINESS THRU SUB-2500-EXIT
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-RECORDS-READ

           EVALUATE BIN-RECORD-TYPE
             WHEN 'P'
               IF      BIP-BUSINESS
                   PERFORM SUB-2100-START-BUSINESS THRU SUB-2100-EXIT
               ELSE
                   PERFORM SUB-2400-MATCH-PARTY THRU SUB-2400-EXIT
               END-IF

             WHEN 'A'
               PERFORM SUB-2150-HOLD-ADDRESS THRU SUB-2150-EXIT

             WHEN 'F'
               IF      W-CUR-IS-BUSINESS
               AND     BIF-CUSTOMER-ID = W-BIZ-ID
                   MOVE BIF-LEGAL-NAME
                                   TO W-BIZ-LEGAL-NAME
                   MOVE BIF-ENTITY-TYPE
                                   TO W-BIZ-ENTITY-TYPE
                   MOVE BIF-SIC-CODE
                                   TO W-BIZ-SIC-CODE
                   MOVE BIF-INDUSTRY
                                   TO W-BIZ-INDUSTRY
                   MOVE BIF-FORMATION-DATE
                                   TO W-BIZ-FORMED
                   MOVE BIF-FORMATION-STATE
                                   TO W-BIZ-STATE
               END-IF

             WHEN 'N'
               IF      W-CUR-IS-BUSINESS
               AND     BIN-CUSTOMER-ID = W-BIZ-ID
               AND     BIN-ALIAS-TYPE = 'DBA '
               AND     W-BIZ-DBA-NAME = SPACES
                   MOVE BIN-DBA-NAME
                                   TO W-BIZ-DBA-NAME
               END-IF

             WHEN 'U'
               IF      W-BIZ-OPEN
               AND     BIU-BUSINESS-ID = W-BIZ-ID
                   PERFORM SUB-2300-HOLD-LINK THRU SUB-2300-EXIT
               END-IF

             WHEN 'I'
               IF      W-CUR-IS-PARTY
               AND     BII-CUSTOMER-ID = W-LNK-ID(W-CUR-DX)
                   MOVE BII-DOC-TYPE
                                   TO W-LNK-DOC-TYPE(W-CUR-DX)
                   MOVE BII-DOC-NUMBER
                                   TO W-LNK-DOC-NUMBER(W-CUR-DX)
                   MOVE BII-ISSUER TO W-LNK-DOC-ISSUER(W-CUR-DX)
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-START-BUSINESS.
      *------------------------

           PERFORM SUB-2500-CLOSE-BUSINESS THRU SUB-2500-EXIT

           MOVE SPACES             TO W-BIZ
           MOVE BIP-CUSTOMER-ID    TO W-BIZ-ID
           MOVE BIP-TAXID          TO W-BIZ-EIN
           MOVE BIP-LAST-NAME      TO W-BIZ-LEGAL-NAME
           MOVE 0                  TO W-LNK-CNT
           MOVE 'Y'                TO W-BIZ-OPEN-SW
           SET  W-CUR-IS-BUSINESS  TO TRUE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-HOLD-ADDRESS.
      *----------------------

           EVALUATE TRUE
             WHEN W-CUR-IS-BUSINESS
              AND BIA-CUSTOMER-ID = W-BIZ-ID
               MOVE BIA-STREET     TO W-BIZ-STREET
               MOVE BIA-CITY       TO W-BIZ-CITY
               MOVE BIA-STATE      TO W-BIZ-ADDR-STATE
               MOVE BIA-POSTCODE   TO W-BIZ-POSTCODE
             WHEN W-CUR-IS-PARTY
              AND BIA-CUSTOMER-ID = W-LNK-ID(W-CUR-DX)
               MOVE BIA-STREET     TO W-LNK-STREET(W-CUR-DX)
               MOVE BIA-CITY       TO W-LNK-CITY(W-CUR-DX)
               MOVE BIA-STATE      TO W-LNK-STATE(W-CUR-DX)
               MOVE BIA-POSTCODE   TO W-LNK-POSTCODE(W-CUR-DX)
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2300-HOLD-LINK.
      *-------------------

           IF      W-LNK-CNT NOT < W-LNK-MAX
               DISPLAY W-ERROR-MSG
                       'more than 9 parties linked to '
                       W-BIZ-ID
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-LNK-CNT
           MOVE W-LNK-CNT          TO W-LNK-DX

           MOVE SPACES             TO W-LNK-OCCS(W-LNK-DX)
           MOVE BIU-OWNER-ID       TO W-LNK-ID(W-LNK-DX)
           MOVE BIU-ROLE           TO W-LNK-ROLE(W-LNK-DX)
           MOVE BIU-TITLE          TO W-LNK-TITLE(W-LNK-DX)
           MOVE 'N'                TO W-LNK-FOUND-SW(W-LNK-DX)

           IF      BIU-OWNERSHIP-PCT NUMERIC
               MOVE BIU-OWNERSHIP-PCT
                                   TO W-LNK-PCT(W-LNK-DX)
           ELSE
               MOVE 0              TO W-LNK-PCT(W-LNK-DX)
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-MATCH-PARTY.
      *---------------------

      **** A person's 'P' record: one of the held business's parties,
      **** or somebody else.

           MOVE SPACE              TO W-CUR-KIND
           MOVE 0                  TO W-CUR-DX

           IF      NOT W-BIZ-OPEN
               GO TO SUB-2400-EXIT
           END-IF

           PERFORM SUB-2410-FIND-PARTY THRU SUB-2410-EXIT
               VARYING W-LNK-DX FROM 1 BY 1
                 UNTIL W-LNK-DX > W-LNK-CNT
                    OR W-CUR-DX > 0

           IF      W-CUR-DX = 0
               GO TO SUB-2400-EXIT
           END-IF

           SET  W-CUR-IS-PARTY     TO TRUE

           MOVE 'Y'                TO W-LNK-FOUND-SW(W-CUR-DX)
           MOVE BIP-FIRST-NAME     TO W-LNK-FIRST(W-CUR-DX)
           MOVE BIP-LAST-NAME      TO W-LNK-LAST(W-CUR-DX)
           MOVE BIP-SUFFIX         TO W-LNK-SUFFIX(W-CUR-DX)
           MOVE BIP-DATE-OF-BIRTH  TO W-LNK-DOB(W-CUR-DX)
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-FIND-PARTY.
      *--------------------

           IF      W-LNK-ID(W-LNK-DX) = BIP-CUSTOMER-ID
               MOVE W-LNK-DX       TO W-CUR-DX
           END-IF
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2500-CLOSE-BUSINESS.
      *------------------------

      **** The held business is complete: check that its owners add
      **** up, then print its report.

           IF      NOT W-BIZ-OPEN
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 'N'                TO W-BIZ-OPEN-SW
                                      W-EXC-HERE-SW
           MOVE SPACE              TO W-CUR-KIND
           ADD  1                  TO W-BUSINESS-CNT

           MOVE 0                  TO W-TOTAL-PCT
                                      W-CONTROL-CNT
                                      W-APPLICANT-DX

           IF      W-LNK-CNT = 0
               MOVE 'NOOWNR'       TO W-EXC-CODE
               MOVE SPACES         TO W-EXC-OWNER-ID
               MOVE 'NO OWNERS OR CONTROL PERSONS LINKED'
                                   TO W-EXC-TEXT
               PERFORM SUB-2800-WRITE-EXCEPTION THRU SUB-2800-EXIT
               ADD  1              TO W-NOOWNR-CNT
           ELSE
               PERFORM SUB-2510-CHECK-ONE-LINK THRU SUB-2510-EXIT
                   VARYING W-LNK-DX FROM 1 BY 1
                     UNTIL W-LNK-DX > W-LNK-CNT

               MOVE SPACES         TO W-EXC-OWNER-ID

               IF      W-TOTAL-PCT > 100
                   MOVE 'OVER'     TO W-EXC-CODE
                   MOVE 'OWNERSHIP ADDS UP TO MORE THAN 100%'
                                   TO W-EXC-TEXT
                   PERFORM SUB-2800-WRITE-EXCEPTION THRU SUB-2800-EXIT
                   ADD  1          TO W-OVER-CNT
               END-IF

               IF      W-TOTAL-PCT < 100
                   MOVE 'UNDR'     TO W-EXC-CODE
                   MOVE 'OWNERSHIP ADDS UP TO LESS THAN 100%'
                                   TO W-EXC-TEXT
                   PERFORM SUB-2800-WRITE-EXCEPTION THRU SUB-2800-EXIT
                   ADD  1          TO W-UNDR-CNT
               END-IF

               IF      W-CONTROL-CNT = 0
                   MOVE 'NOCTRL'   TO W-EXC-CODE
                   MOVE 'NO PERSON EXERCISES SUBSTANTIAL CONTROL'
                                   TO W-EXC-TEXT
                   PERFORM SUB-2800-WRITE-EXCEPTION THRU SUB-2800-EXIT
                   ADD  1          TO W-NOCTRL-CNT
               END-IF
           END-IF

           IF      W-EXC-HERE
               ADD  1              TO W-EXC-BUSINESS-CNT
           END-IF

           PERFORM SUB-2600-PRINT-REPORT THRU SUB-2600-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-CHECK-ONE-LINK.
      *------------------------

           ADD  W-LNK-PCT(W-LNK-DX)
                                   TO W-TOTAL-PCT

           IF      W-LNK-CONTROL(W-LNK-DX)
               ADD  1              TO W-CONTROL-CNT
               IF      W-APPLICANT-DX = 0
               AND     W-LNK-FOUND(W-LNK-DX)
                   MOVE W-LNK-DX   TO W-APPLICANT-DX
               END-IF
           END-IF

           MOVE W-LNK-ID(W-LNK-DX) TO W-EXC-OWNER-ID

           IF      NOT W-LNK-CONTROL(W-LNK-DX)
           AND     W-LNK-PCT(W-LNK-DX) < 25
               MOVE 'LT25'         TO W-EXC-CODE
               MOVE 'OWNER UNDER 25% WITH NO CONTROL ROLE'
                                   TO W-EXC-TEXT
               PERFORM SUB-2800-WRITE-EXCEPTION THRU SUB-2800-EXIT
               ADD  1              TO W-LT25-CNT
           END-IF

           IF      NOT W-LNK-FOUND(W-LNK-DX)
               MOVE 'MISS'         TO W-EXC-CODE
               MOVE 'LINKED OWNER NOT ON THE EXTRACT'
                                   TO W-EXC-TEXT
               PERFORM SUB-2800-WRITE-EXCEPTION THRU SUB-2800-EXIT
               ADD  1              TO W-MISS-CNT
           END-IF
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2600-PRINT-REPORT.
      *----------------------

      **** One page per reporting company.

           MOVE SPACES             TO BOIFILE-REC
           MOVE '1'                TO BOI-CC
           MOVE 'FINCEN BENEFICIAL OWNERSHIP INFORMATION REPORT (BOIR)
      -         ' INITIAL REPORT   (SYNTHETIC TEST DATA)'
                                   TO BOI-LINE
           WRITE BOIFILE-REC

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'PART I   REPORTING COMPANY INFORMATION'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '  LEGAL NAME:                 '
                  W-BIZ-LEGAL-NAME DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           IF      W-BIZ-DBA-NAME = SPACES
               MOVE '  ALTERNATE NAME (DBA):       NONE'
                                   TO W-BUILD-LINE
           ELSE
               STRING '  ALTERNATE NAME (DBA):       '
                      W-BIZ-DBA-NAME
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           END-IF
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '  TAX IDENTIFICATION:         EIN '
                  W-BIZ-EIN        DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '  JURISDICTION OF FORMATION:  UNITED STATES, STATE '
                  W-BIZ-STATE      DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '  DATE OF FORMATION:          '
                  W-BIZ-FORMED
                  '   ENTITY TYPE '
                  W-BIZ-ENTITY-TYPE
                  '   SIC '
                  W-BIZ-SIC-CODE
                  ' '
                  W-BIZ-INDUSTRY   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '  CURRENT U.S. ADDRESS:       '
                  FUNCTION TRIM(W-BIZ-STREET)
                  ', '
                  FUNCTION TRIM(W-BIZ-CITY)
                  ', '
                  FUNCTION TRIM(W-BIZ-ADDR-STATE)
                  ' '
                  W-BIZ-POSTCODE   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '  CUSTOMER ID:                '
                  W-BIZ-ID         DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'PART II  COMPANY APPLICANT INFORMATION'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           EVALUATE TRUE
             WHEN W-BIZ-FORMED < '2024-01-01'
               MOVE '  NOT REQUIRED - COMPANY CREATED BEFORE 2024-01-01'
                                   TO W-BUILD-LINE
               PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
             WHEN W-APPLICANT-DX = 0
               MOVE '  NO CONTROL PERSON ON FILE TO NAME AS APPLICANT'
                                   TO W-BUILD-LINE
               PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
             WHEN OTHER
               ADD  1              TO W-APPLICANT-CNT
               MOVE W-APPLICANT-DX TO W-LNK-DX
               MOVE 1              TO W-OWNER-NO
               PERFORM SUB-2660-PRINT-PERSON THRU SUB-2660-EXIT
           END-EVALUATE

           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 'PART III BENEFICIAL OWNER INFORMATION'
                                   TO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           MOVE 0                  TO W-OWNER-NO

           PERFORM SUB-2650-PRINT-OWNER THRU SUB-2650-EXIT
               VARYING W-LNK-DX FROM 1 BY 1
                 UNTIL W-LNK-DX > W-LNK-CNT

           IF      W-OWNER-NO = 0
               MOVE '  NO BENEFICIAL OWNER ON FILE'
                                   TO W-BUILD-LINE
               PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           END-IF
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2650-PRINT-OWNER.
      *---------------------

      **** A beneficial owner is anyone in substantial control and
      **** anyone holding twenty-five percent or more - a linked
      **** party not on the extract has nothing to report.

           IF      NOT W-LNK-FOUND(W-LNK-DX)
               GO TO SUB-2650-EXIT
           END-IF

           IF      NOT W-LNK-CONTROL(W-LNK-DX)
           AND     W-LNK-PCT(W-LNK-DX) < 25
               GO TO SUB-2650-EXIT
           END-IF

           ADD  1                  TO W-OWNER-NO
                                      W-OWNERS-REPORTED

           PERFORM SUB-2660-PRINT-PERSON THRU SUB-2660-EXIT
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2660-PRINT-PERSON.
      *----------------------

           MOVE W-OWNER-NO         TO W-NO-EDIT
           MOVE W-LNK-PCT(W-LNK-DX)
                                   TO W-PCT-EDIT

           STRING '  '
                  W-NO-EDIT
                  '. '
                  W-LNK-ID(W-LNK-DX)
                  '   ROLE '
                  W-LNK-ROLE(W-LNK-DX)
                  '  '
                  W-LNK-TITLE(W-LNK-DX)
                  '  OWNERSHIP '
                  W-PCT-EDIT
                  '%'              DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '      LEGAL NAME:             '
                  FUNCTION TRIM(W-LNK-LAST(W-LNK-DX))
                  ', '
                  FUNCTION TRIM(W-LNK-FIRST(W-LNK-DX))
                  ' '
                  W-LNK-SUFFIX(W-LNK-DX)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '      DATE OF BIRTH:          '
                  W-LNK-DOB(W-LNK-DX)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           STRING '      RESIDENTIAL ADDRESS:    '
                  FUNCTION TRIM(W-LNK-STREET(W-LNK-DX))
                  ', '
                  FUNCTION TRIM(W-LNK-CITY(W-LNK-DX))
                  ', '
                  FUNCTION TRIM(W-LNK-STATE(W-LNK-DX))
                  ' '
                  W-LNK-POSTCODE(W-LNK-DX)
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT

           EVALUATE W-LNK-DOC-TYPE(W-LNK-DX)
             WHEN 'DL  '
               STRING '      IDENTIFYING DOCUMENT:   '
                      'STATE-ISSUED DRIVER''S LICENSE '
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
             WHEN 'SID '
               STRING '      IDENTIFYING DOCUMENT:   '
                      'STATE-ISSUED IDENTIFICATION DOCUMENT '
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
             WHEN 'PASS'
               IF      W-LNK-DOC-ISSUER(W-LNK-DX) = 'USA'
                   STRING '      IDENTIFYING DOCUMENT:   '
                          'U.S. PASSPORT '
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               ELSE
                   STRING '      IDENTIFYING DOCUMENT:   '
                          'FOREIGN PASSPORT '
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
               END-IF
             WHEN OTHER
               MOVE '      IDENTIFYING DOCUMENT:   NOT ON FILE'
                                   TO W-BUILD-LINE
           END-EVALUATE

           IF      W-LNK-DOC-TYPE(W-LNK-DX) NOT = SPACES
               MOVE W-LNK-DOC-NUMBER(W-LNK-DX)
                                   TO W-BUILD-LINE(71 : 20)
               MOVE 'ISSUED BY '   TO W-BUILD-LINE(92 : 10)
               MOVE W-LNK-DOC-ISSUER(W-LNK-DX)
                                   TO W-BUILD-LINE(102 : 10)
           END-IF
           PERFORM SUB-2700-PRINT-LINE THRU SUB-2700-EXIT
           .
       SUB-2660-EXIT.
           EXIT.
      /
       SUB-2700-PRINT-LINE.
      *--------------------

           MOVE SPACES             TO BOIFILE-REC
           MOVE ' '                TO BOI-CC
           MOVE W-BUILD-LINE       TO BOI-LINE

           WRITE BOIFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-EXCEPTION.
      *-------------------------

           MOVE SPACES             TO EXCFILE-REC
           MOVE W-BIZ-ID           TO EXC-BUSINESS-ID
           MOVE W-BIZ-EIN          TO EXC-EIN
           MOVE W-EXC-CODE         TO EXC-CODE
           MOVE W-TOTAL-PCT        TO EXC-TOTAL-PCT
           MOVE W-EXC-OWNER-ID     TO EXC-OWNER-ID
           MOVE W-BIZ-LEGAL-NAME   TO EXC-LEGAL-NAME
           MOVE W-EXC-TEXT         TO EXC-TEXT

           WRITE EXCFILE-REC

           ADD  1                  TO W-EXC-WRITTEN
           MOVE 'Y'                TO W-EXC-HERE-SW
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE BOIIN
                 BOIFILE
                 EXCFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERBOI Report.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERBOI Exceptions.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-RECORDS-READ     TO W-DISP-NUM
           DISPLAY 'BOIIN records read:       '
                   W-DISP-NUM

           MOVE W-BUSINESS-CNT     TO W-DISP-NUM
           DISPLAY 'Businesses reported:      '
                   W-DISP-NUM

           MOVE W-OWNERS-REPORTED  TO W-DISP-NUM
           DISPLAY 'Beneficial owners:        '
                   W-DISP-NUM

           MOVE W-APPLICANT-CNT    TO W-DISP-NUM
           DISPLAY 'Company applicants:       '
                   W-DISP-NUM

           MOVE W-EXC-BUSINESS-CNT TO W-DISP-NUM
           DISPLAY 'Businesses with findings: '
                   W-DISP-NUM

           MOVE W-OVER-CNT         TO W-DISP-NUM
           DISPLAY '    over 100 percent:     '
                   W-DISP-NUM

           MOVE W-UNDR-CNT         TO W-DISP-NUM
           DISPLAY '    under 100 percent:    '
                   W-DISP-NUM

           MOVE W-LT25-CNT         TO W-DISP-NUM
           DISPLAY '    owner under 25%:      '
                   W-DISP-NUM

           MOVE W-NOCTRL-CNT       TO W-DISP-NUM
           DISPLAY '    no control person:    '
                   W-DISP-NUM

           MOVE W-NOOWNR-CNT       TO W-DISP-NUM
           DISPLAY '    no owners linked:     '
                   W-DISP-NUM

           MOVE W-MISS-CNT         TO W-DISP-NUM
           DISPLAY '    owner not on file:    '
                   W-DISP-NUM

           MOVE W-EXC-WRITTEN      TO W-DISP-NUM
           DISPLAY 'Exception records:        '
                   W-DISP-NUM

           DISPLAY 'FAKERBOI completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
