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

       PROGRAM-ID.             FAKERWIR.

      **** Wire-room exercise kit: reads a profile-mode extract and
      **** builds a day of outgoing and incoming wires between its
      **** own customers.  A US customer's wire goes out as a
      **** Fedwire tag-format message on the routing and account of
      **** its 'B' record; a country-mix UK customer's wire goes out
      **** as an ISO 20022 pacs.008 credit transfer on its IBAN, with
      **** a FAKBANK BANK-SWIFT BIC whose bank code and country agree
      **** with that IBAN.  Every wire carries the originating
      **** customer ID (Fedwire {6000} originator-to-beneficiary
      **** text, pacs.008 EndToEndId), a trace file ties every wire
      **** reference back to both customers, and the control summary
      **** gives counts and amounts per message format and direction
      **** - the pacs.008 group header's NbOfTxs/CtrlSum and the
      **** summary's pacs.008 total are the same figures.
      ****
      **** PARM: wire count, optional FAKRAND seed - comma-delimited,
      **** the same seeded per-item discipline FAKERACH uses, so a
      **** rerun with the same PARM against the same extract
      **** regenerates the identical day of wires.

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
           SELECT WIRIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-WIRIN-STATUS.

           SELECT FEDFILE             ASSIGN 'Data\FAKERWIR Fedwire.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT ISOFILE             ASSIGN 'Data\FAKERWIR Pacs008.xml'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT TRCFILE               ASSIGN 'Data\FAKERWIR Trace.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT SUMFILE             ASSIGN 'Data\FAKERWIR Summary.txt'
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

       FD  WIRIN.

       01  WIRIN-REC               PIC X(320).

       01  FILLER REDEFINES WIRIN-REC.
           05  WIN-RECORD-TYPE     PIC X(01).
           05  WIN-REST            PIC X(319).

       01  WIRIN-P-REC REDEFINES WIRIN-REC.
           05  FILLER              PIC X(02).
           05  WIP-TAXID-SSN       PIC X(11).
           05  FILLER              PIC X(11).
           05  WIP-FIRST-NAME      PIC X(25).
           05  WIP-LAST-NAME       PIC X(35).
           05  FILLER              PIC X(29).
           05  WIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(84).
           05  WIP-PARTY-TYPE      PIC X(01).
           05  FILLER              PIC X(108).

       01  WIRIN-A-REC REDEFINES WIRIN-REC.
           05  FILLER              PIC X(02).
           05  WIA-ADDRESS-STREET  PIC X(35).
           05  WIA-ADDRESS-CITY    PIC X(25).
           05  WIA-ADDRESS-STATE   PIC X(10).
           05  WIA-ADDRESS-POSTCODE
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  WIA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       01  WIRIN-B-REC REDEFINES WIRIN-REC.
           05  FILLER              PIC X(02).
           05  WIB-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  WIB-BANK-ROUTING    PIC X(10).
           05  FILLER              PIC X(01).
           05  WIB-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  WIB-IBAN            PIC X(34).
           05  FILLER              PIC X(245).

       FD  FEDFILE.

      **** One Fedwire funds-transfer message per record, tags in
      **** FAIM order, each tag's variable-length elements closed
      **** with '*' as the format prescribes.

       01  FEDFILE-REC             PIC X(700).

       FD  ISOFILE.

       01  ISOFILE-REC             PIC X(200).

       FD  TRCFILE.

      **** Traceability: one record per wire, whatever its format -
      **** the wire reference both messages carry, the direction
      **** from this bank's side ('O' sent, 'I' received), the
      **** customer who originated the funds and the customer who
      **** received them, and the message identifier the wire room
      **** will see (the Fedwire IMAD, or the pacs.008 MsgId).

       01  TRCFILE-REC.
           05  TRC-WIRE-REF        PIC X(16).
           05  FILLER              PIC X(01).
           05  TRC-FORMAT          PIC X(08).
           05  FILLER              PIC X(01).
           05  TRC-DIRECTION       PIC X(01).
           05  FILLER              PIC X(01).
           05  TRC-ORIG-CUSTOMER-ID
                                   PIC X(14).
           05  FILLER              PIC X(01).
           05  TRC-BENE-CUSTOMER-ID
                                   PIC X(14).
           05  FILLER              PIC X(01).
           05  TRC-AMOUNT-CENTS    PIC 9(12).
           05  FILLER              PIC X(01).
           05  TRC-CURRENCY        PIC X(03).
           05  FILLER              PIC X(01).
           05  TRC-MESSAGE-ID      PIC X(35).

       FD  SUMFILE.

       01  SUMFILE-REC             PIC X(80).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-WIRIN-STATUS          PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-WIRE-COUNT            PIC 9(09)  COMP VALUE 50.
       01  W-WIRE-NO               PIC 9(09)  COMP VALUE 0.
       01  W-RECORDS-READ          PIC 9(09)  COMP VALUE 0.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

      **** The extract's customers, one entry per 'P' record, with
      **** the 'A' and 'B' fields joined on by customer ID.  Country
      **** is read back off the shape of the data the way FAKERGEN
      **** wrote it: an SSN (hyphen in column 7) is a US customer, an
      **** IBAN on the 'B' record is a UK customer, anything else (a
      **** SIN) is Canadian and sits out - Canada is neither a
      **** Fedwire nor a pacs.008 customer in this kit.

       01  W-CUS-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-CUS-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-CUS-DX                PIC S9(9)  COMP.
       01  W-CUS-TABLE.
           05  W-CUS-OCCS          OCCURS 5000.
               10  W-CUS-ID        PIC X(14).
               10  W-CUS-COUNTRY   PIC X(02).
               10  W-CUS-NAME      PIC X(35).
               10  W-CUS-STREET    PIC X(35).
               10  W-CUS-CITY      PIC X(25).
               10  W-CUS-STATE     PIC X(10).
               10  W-CUS-POSTCODE  PIC X(10).
               10  W-CUS-ACCOUNT   PIC X(12).
               10  W-CUS-ROUTING   PIC X(10).
               10  W-CUS-IBAN      PIC X(34).
               10  W-CUS-BIC       PIC X(11).

      **** Wire-eligible customers by rail - subscripts into
      **** W-CUS-TABLE.

       01  W-USP-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-USP-TABLE.
           05  W-USP-CUS-DX        PIC S9(9)  COMP OCCURS 5000.
       01  W-UKP-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-UKP-TABLE.
           05  W-UKP-CUS-DX        PIC S9(9)  COMP OCCURS 5000.

      **** The pacs.008 side is written as ONE message at shutdown -
      **** its group header states the transaction count and control
      **** sum up front, so the transactions are held here until the
      **** totals are known.

       01  W-ISO-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-ISO-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-ISO-DX                PIC S9(9)  COMP.
       01  W-ISO-TABLE.
           05  W-ISO-OCCS          OCCURS 5000.
               10  W-ISO-WIRE-REF  PIC X(16).
               10  W-ISO-ORIG-DX   PIC S9(9)  COMP.
               10  W-ISO-BENE-DX   PIC S9(9)  COMP.
               10  W-ISO-CENTS     PIC 9(12)  COMP.

      **** The wire being built.

       01  W-HOME-DX               PIC S9(9)  COMP.
       01  W-CPTY-DX               PIC S9(9)  COMP.
       01  W-ORIG-DX               PIC S9(9)  COMP.
       01  W-BENE-DX               PIC S9(9)  COMP.
       01  W-POOL-SUB              PIC S9(9)  COMP.
       01  W-HOME-SUB              PIC S9(9)  COMP.
       01  W-DIRECTION             PIC X(01).
           88  W-DIRECTION-OUT                     VALUE 'O'.
           88  W-DIRECTION-IN                      VALUE 'I'.
       01  W-RAIL                  PIC X(03).
           88  W-RAIL-FED                          VALUE 'FED'.
           88  W-RAIL-ISO                          VALUE 'ISO'.
       01  W-WIRE-CENTS            PIC 9(12)  COMP.
       01  W-WIRE-REF.
           05  FILLER              PIC X(03)       VALUE 'WIR'.
           05  W-WIRE-REF-YYMMDD   PIC 9(06).
           05  W-WIRE-REF-SEQ      PIC 9(07).

       01  W-AMOUNT-TEXT           PIC X(10).
       01  FILLER REDEFINES W-AMOUNT-TEXT.
           05  W-AMOUNT-DOLLARS    PIC 9(07).
           05  FILLER              PIC X(01).
           05  W-AMOUNT-PENNIES    PIC 9(02).

      **** Control totals, [1] outgoing and [2] incoming, per rail.

       01  W-TOTALS.
           05  W-TOT-FED-CNT       PIC 9(09)  COMP OCCURS 2.
           05  W-TOT-FED-CENTS     PIC 9(15)  COMP OCCURS 2.
           05  W-TOT-ISO-CNT       PIC 9(09)  COMP OCCURS 2.
           05  W-TOT-ISO-CENTS     PIC 9(15)  COMP OCCURS 2.
       01  W-TOT-DX                PIC 9(01)  COMP.
       01  W-SKIPPED-CUSTOMERS     PIC 9(09)  COMP VALUE 0.

      **** Fedwire message work fields.

       01  W-FED-LINE              PIC X(700).
       01  W-FED-AMOUNT            PIC 9(12).
       01  W-FED-SEQ               PIC 9(06)       VALUE 0.
       01  W-FED-CORRELATION       PIC 9(08).
       01  W-FED-IMAD.
           05  W-FED-IMAD-DATE     PIC 9(08).
           05  W-FED-IMAD-SOURCE   PIC X(08)       VALUE 'FAKERWIR'.
           05  W-FED-IMAD-SEQ      PIC 9(06).
       01  W-FED-ORIG-PARTY        PIC X(160).
       01  W-FED-BENE-PARTY        PIC X(160).
       01  W-FED-PARTY             PIC X(160).
       01  W-FED-CITY-LINE         PIC X(50).

      **** pacs.008 work fields.

       01  W-ISO-MSG-ID.
           05  FILLER              PIC X(09)       VALUE 'FAKERWIR-'.
           05  W-ISO-MSG-ID-DATE   PIC 9(08).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-ISO-MSG-ID-SEED   PIC 9(09).
       01  W-ISO-TOTAL-CENTS       PIC 9(15)  COMP VALUE 0.
       01  W-XML-AMOUNT            PIC Z(12)9.99.
       01  W-XML-AMOUNT-WORK       PIC 9(13)V9(02).
       01  W-XML-COUNT             PIC Z(08)9.
       01  W-XML-LINE              PIC X(200).
       01  W-XML-TAG               PIC X(20).
       01  W-XML-VALUE             PIC X(80).
       01  W-XML-INDENT            PIC 9(02)  COMP.
       01  W-PARTY-DX              PIC S9(9)  COMP.
       01  W-PARTY-ROLE            PIC X(04).
       01  W-END-TO-END-ID         PIC X(35).

      **** Summary report work fields.

       01  W-SUM-LINE.
           05  W-SUM-FORMAT        PIC X(10).
           05  W-SUM-DIRECTION     PIC X(10).
           05  W-SUM-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER              PIC X(03)       VALUE SPACES.
           05  W-SUM-AMOUNT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-SUM-CURRENCY      PIC X(03).
       01  W-SUM-CNT-WORK          PIC 9(09)  COMP.
       01  W-SUM-CENTS-WORK        PIC 9(15)  COMP.
       01  W-SUM-AMOUNT-WORK       PIC 9(13)V9(02).

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  W-CURRENT-HH-MM-SS-HS
                                   PIC 9(08).
           05  FILLER              PIC X(05).

       01  FILLER REDEFINES W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  W-CURRENT-HH        PIC 9(02).
           05  W-CURRENT-MIN       PIC 9(02).
           05  W-CURRENT-SS        PIC 9(02).
           05  FILLER              PIC X(07).

       01  FILLER REDEFINES W-CURRENT-DATE.
           05  FILLER              PIC X(02).
           05  W-CURRENT-YYMMDD    PIC 9(06).
           05  FILLER              PIC X(13).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERWIR error: '.

      **** Per-wire and per-customer seed texts - a rerun with the
      **** same PARM against the same extract draws the identical
      **** wires and BICs.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERWIR wire seed text           '.
           05  W-SEED-ITEM-NO      PIC 9(09).
           05  W-SEED-TEXT-RUN-SEED
                                   PIC 9(09).

       01  W-CUS-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERWIR customer seed text       '.
           05  W-CUS-SEED-ITEM-NO  PIC 9(09).
           05  W-CUS-SEED-RUN-SEED PIC 9(09).

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
       01  W-PARM-WIRES            PIC 9(09).
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
                   W-WIRE-COUNT TIMES
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

           DISPLAY 'FAKERWIR compiled on '
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

           MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE

           MOVE W-CURRENT-YYMMDD   TO W-WIRE-REF-YYMMDD
           MOVE W-CURRENT-YYYY-MM-DD
                                   TO W-FED-IMAD-DATE
                                      W-ISO-MSG-ID-DATE
           MOVE W-RUN-SEED-NO      TO W-ISO-MSG-ID-SEED

           INITIALIZE W-TOTALS

           PERFORM SUB-1300-LOAD-CUSTOMERS THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1400-BUILD-POOL THRU SUB-1400-EXIT
               VARYING W-CUS-DX FROM 1 BY 1
                 UNTIL W-CUS-DX > W-CUS-CNT

           IF      W-USP-CNT < 2
           AND     W-UKP-CNT < 2
               DISPLAY W-ERROR-MSG
                       'fewer than two wire-eligible customers on '
                       'either rail - nothing to wire'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT FEDFILE
                       ISOFILE
                       TRCFILE
                       SUMFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-WIRES
                        W-PARM-SEED-NO
           END-UNSTRING

           IF      W-PARM-WIRES NUMERIC
           AND     W-PARM-WIRES > 0
               MOVE W-PARM-WIRES   TO W-WIRE-COUNT
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
       SUB-1300-LOAD-CUSTOMERS.
      *------------------------

           OPEN INPUT WIRIN

           IF      W-WIRIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open WIRIN, status '
                       W-WIRIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-TAKE-ONE-RECORD THRU SUB-1310-EXIT
               UNTIL W-EOF

           CLOSE WIRIN
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-TAKE-ONE-RECORD.
      *-------------------------

      **** Profile mode writes a customer's P/A/B/C records together,
      **** so the 'A' and 'B' records join onto the most recent 'P'
      **** entry; one that does not match it is ignored.

           READ WIRIN
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           ADD  1                  TO W-RECORDS-READ

           EVALUATE WIN-RECORD-TYPE
             WHEN 'P'
               IF      W-CUS-CNT >= W-CUS-MAX
                   GO TO SUB-1310-EXIT
               END-IF

               ADD  1              TO W-CUS-CNT
               MOVE SPACES         TO W-CUS-OCCS(W-CUS-CNT)
               MOVE WIP-CUSTOMER-ID
                                   TO W-CUS-ID(W-CUS-CNT)

               IF      WIP-FIRST-NAME = SPACES
                   MOVE WIP-LAST-NAME
                                   TO W-CUS-NAME(W-CUS-CNT)
               ELSE
                   STRING WIP-FIRST-NAME
                                   DELIMITED '  '
                          ' '      DELIMITED SIZE
                          WIP-LAST-NAME
                                   DELIMITED '  '
                                   INTO W-CUS-NAME(W-CUS-CNT)
               END-IF

      **** Only US customers are made businesses, and a business
      **** carries its EIN (nn-nnnnnnn) where a person has an SSN.

               IF      WIP-TAXID-SSN(7 : 1) = '-'
               OR      WIP-TAXID-SSN(3 : 1) = '-'
               OR      WIP-PARTY-TYPE = 'B'
                   MOVE 'US'       TO W-CUS-COUNTRY(W-CUS-CNT)
               ELSE
                   MOVE 'CA'       TO W-CUS-COUNTRY(W-CUS-CNT)
               END-IF

             WHEN 'A'
               IF      W-CUS-CNT > 0
               AND     WIA-CUSTOMER-ID = W-CUS-ID(W-CUS-CNT)
                   MOVE WIA-ADDRESS-STREET
                                   TO W-CUS-STREET(W-CUS-CNT)
                   MOVE WIA-ADDRESS-CITY
                                   TO W-CUS-CITY(W-CUS-CNT)
                   MOVE WIA-ADDRESS-STATE
                                   TO W-CUS-STATE(W-CUS-CNT)
                   MOVE WIA-ADDRESS-POSTCODE
                                   TO W-CUS-POSTCODE(W-CUS-CNT)
               END-IF

             WHEN 'B'
               IF      W-CUS-CNT > 0
               AND     WIB-CUSTOMER-ID = W-CUS-ID(W-CUS-CNT)
                   MOVE WIB-BANK-ACCOUNT
                                   TO W-CUS-ACCOUNT(W-CUS-CNT)
                   MOVE WIB-BANK-ROUTING
                                   TO W-CUS-ROUTING(W-CUS-CNT)
                   MOVE WIB-IBAN   TO W-CUS-IBAN(W-CUS-CNT)

                   IF      WIB-IBAN NOT = SPACES
                       MOVE 'UK'   TO W-CUS-COUNTRY(W-CUS-CNT)
                   END-IF
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1400-BUILD-POOL.
      *--------------------

      **** A US customer - an individual or a business - needs a
      **** nine-digit routing and an account to go out on Fedwire; a
      **** UK customer needs its IBAN, and is given its BIC here, off
      **** its own seeded stream.

           EVALUATE TRUE
             WHEN W-CUS-COUNTRY(W-CUS-DX) = 'US'
             AND  W-CUS-ROUTING(W-CUS-DX)(1 : 9) NUMERIC
             AND  W-CUS-ACCOUNT(W-CUS-DX) NOT = SPACES
               ADD  1              TO W-USP-CNT
               MOVE W-CUS-DX       TO W-USP-CUS-DX(W-USP-CNT)

             WHEN W-CUS-COUNTRY(W-CUS-DX) = 'UK'
               ADD  1              TO W-UKP-CNT
               MOVE W-CUS-DX       TO W-UKP-CUS-DX(W-UKP-CNT)
               PERFORM SUB-1410-DRAW-BIC THRU SUB-1410-EXIT

             WHEN OTHER
               ADD  1              TO W-SKIPPED-CUSTOMERS
           END-EVALUATE
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1410-DRAW-BIC.
      *------------------

      **** FAKBANK's BIC shape, with its bank code taken from the
      **** IBAN's own bank identifier (IBAN columns 5-8) and its
      **** country forced to GB, so the agent and the account agree
      **** the way a payment screening edit expects them to.

           MOVE W-CUS-DX           TO W-CUS-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-CUS-SEED-RUN-SEED
           MOVE W-CUS-SEED-TEXT    TO FAKER-SEED-TEXT

           SET  BANK-SWIFT         TO TRUE
           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

           MOVE FAKER-RESULT(1 : 11)
                                   TO W-CUS-BIC(W-CUS-DX)
           MOVE W-CUS-IBAN(W-CUS-DX)(5 : 4)
                                   TO W-CUS-BIC(W-CUS-DX)(1 : 4)
           MOVE 'GB'               TO W-CUS-BIC(W-CUS-DX)(5 : 2)
           .
       SUB-1410-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           ADD  1                  TO W-WIRE-NO

           MOVE W-WIRE-NO          TO W-SEED-ITEM-NO
                                      W-WIRE-REF-SEQ
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

      **** RAIL - in proportion to each rail's eligible customers; a
      **** rail with fewer than two customers cannot carry a wire
      **** between two different customers and is never picked.

           COMPUTE W-POOL-SUB      =  W-USP-CNT + W-UKP-CNT

           EVALUATE TRUE
             WHEN W-UKP-CNT < 2
               SET  W-RAIL-FED     TO TRUE
             WHEN W-USP-CNT < 2
               SET  W-RAIL-ISO     TO TRUE
             WHEN FAKRAND-RANDOM-NO * W-POOL-SUB < W-USP-CNT
               SET  W-RAIL-FED     TO TRUE
             WHEN OTHER
               SET  W-RAIL-ISO     TO TRUE
           END-EVALUATE

           PERFORM SUB-2050-PICK-CUSTOMERS THRU SUB-2050-EXIT

      **** DIRECTION - outgoing: this bank's customer originates;
      **** incoming: this bank's customer is the beneficiary.

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           IF      FAKRAND-RANDOM-NO < 0.5
               SET  W-DIRECTION-OUT
                                   TO TRUE
               MOVE W-HOME-DX      TO W-ORIG-DX
               MOVE W-CPTY-DX      TO W-BENE-DX
               MOVE 1              TO W-TOT-DX
           ELSE
               SET  W-DIRECTION-IN TO TRUE
               MOVE W-CPTY-DX      TO W-ORIG-DX
               MOVE W-HOME-DX      TO W-BENE-DX
               MOVE 2              TO W-TOT-DX
           END-IF

      **** AMOUNT - wire-sized and heavy-left: mostly four and five
      **** figures, a tail into the hundreds of thousands.

           SET  FINANCE-AMOUNT     TO TRUE
           MOVE 500.00             TO FAKER-AMOUNT-MIN
           MOVE 750000.00          TO FAKER-AMOUNT-MAX
           SET  AMOUNT-SHAPE-LOGNORMAL
                                   TO TRUE
           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT
           MOVE 0                  TO FAKER-AMOUNT-MIN
                                      FAKER-AMOUNT-MAX
           SET  AMOUNT-SHAPE-UNIFORM
                                   TO TRUE

           MOVE FAKER-RESULT(1 : 10)
                                   TO W-AMOUNT-TEXT
           COMPUTE W-WIRE-CENTS    =  W-AMOUNT-DOLLARS * 100
                                      + W-AMOUNT-PENNIES

           IF      W-RAIL-FED
               PERFORM SUB-2200-WRITE-FEDWIRE THRU SUB-2200-EXIT
           ELSE
               PERFORM SUB-2300-HOLD-PACS008 THRU SUB-2300-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-PICK-CUSTOMERS.
      *------------------------

      **** The home customer is drawn from the whole rail pool; the
      **** counterparty from the pool less the home customer, so the
      **** two are always different people.

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           IF      W-RAIL-FED
               COMPUTE W-HOME-SUB  =  FAKRAND-RANDOM-NO * W-USP-CNT
                                      + 1
           ELSE
               COMPUTE W-HOME-SUB  =  FAKRAND-RANDOM-NO * W-UKP-CNT
                                      + 1
           END-IF

           IF      W-RAIL-FED
               COMPUTE W-POOL-SUB  =  W-USP-CNT - 1
           ELSE
               COMPUTE W-POOL-SUB  =  W-UKP-CNT - 1
           END-IF

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           COMPUTE W-POOL-SUB      =  FAKRAND-RANDOM-NO * W-POOL-SUB
                                      + 1

           IF      W-POOL-SUB >= W-HOME-SUB
               ADD  1              TO W-POOL-SUB
           END-IF

           IF      W-RAIL-FED
               MOVE W-USP-CUS-DX(W-HOME-SUB)
                                   TO W-HOME-DX
               MOVE W-USP-CUS-DX(W-POOL-SUB)
                                   TO W-CPTY-DX
           ELSE
               MOVE W-UKP-CUS-DX(W-HOME-SUB)
                                   TO W-HOME-DX
               MOVE W-UKP-CUS-DX(W-POOL-SUB)
                                   TO W-CPTY-DX
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-CALL-FAKER.
      *--------------------

           MOVE 'FAKERWIR'      TO FAKER-CALLING-PROGRAM

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WRITE-FEDWIRE.
      *-----------------------

      **** One customer transfer (type/subtype 1000, business
      **** function CTR).  {1500} marks it a test message; the IMAD
      **** is cycle date, source and sequence; {3320} carries the
      **** wire reference and {6000} names the originating customer
      **** ID, so the wire room can trace the message from either
      **** end.

           ADD  1                  TO W-FED-SEQ
           MOVE W-FED-SEQ          TO W-FED-IMAD-SEQ
           MOVE W-WIRE-NO          TO W-FED-CORRELATION
           MOVE W-WIRE-CENTS       TO W-FED-AMOUNT

           MOVE W-ORIG-DX          TO W-PARTY-DX
           PERFORM SUB-2210-BUILD-FED-PARTY THRU SUB-2210-EXIT
           MOVE W-FED-PARTY        TO W-FED-ORIG-PARTY

           MOVE W-BENE-DX          TO W-PARTY-DX
           PERFORM SUB-2210-BUILD-FED-PARTY THRU SUB-2210-EXIT
           MOVE W-FED-PARTY        TO W-FED-BENE-PARTY

           MOVE SPACES             TO W-FED-LINE

           STRING '{1500}30'
                  W-FED-CORRELATION
                  'T '
                  '{1510}1000'
                  '{1520}'         W-FED-IMAD
                  '{2000}'         W-FED-AMOUNT
                  '{3100}'         W-CUS-ROUTING(W-ORIG-DX)(1 : 9)
                  'SYNTHETIC BANK*'
                  '{3320}'         W-WIRE-REF
                  '*'
                  '{3400}'         W-CUS-ROUTING(W-BENE-DX)(1 : 9)
                  'SYNTHETIC BANK*'
                  '{3600}CTR'
                  '{4200}D'
                                   DELIMITED SIZE
                  W-FED-BENE-PARTY DELIMITED '  '
                  '{5000}D'        DELIMITED SIZE
                  W-FED-ORIG-PARTY DELIMITED '  '
                  '{6000}ORIG CUST '
                  W-CUS-ID(W-ORIG-DX)
                  '*REF '
                  W-WIRE-REF
                  '*'
                                   DELIMITED SIZE
                                   INTO W-FED-LINE

           MOVE W-FED-LINE         TO FEDFILE-REC
           WRITE FEDFILE-REC

           ADD  1                  TO W-TOT-FED-CNT(W-TOT-DX)
           ADD  W-WIRE-CENTS       TO W-TOT-FED-CENTS(W-TOT-DX)

           MOVE SPACES             TO TRCFILE-REC
           MOVE W-WIRE-REF         TO TRC-WIRE-REF
           MOVE 'FEDWIRE'          TO TRC-FORMAT
           MOVE W-DIRECTION        TO TRC-DIRECTION
           MOVE W-CUS-ID(W-ORIG-DX)
                                   TO TRC-ORIG-CUSTOMER-ID
           MOVE W-CUS-ID(W-BENE-DX)
                                   TO TRC-BENE-CUSTOMER-ID
           MOVE W-WIRE-CENTS       TO TRC-AMOUNT-CENTS
           MOVE 'USD'              TO TRC-CURRENCY
           MOVE W-FED-IMAD         TO TRC-MESSAGE-ID

           WRITE TRCFILE-REC
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-BUILD-FED-PARTY.
      *-------------------------

      **** A {4200}/{5000} party after its 'D' (DDA account) ID code:
      **** account, name and two address lines, each closed with '*'.
      **** Built whole here so the message STRING can take it up to
      **** its first double space.

           MOVE SPACES             TO W-FED-CITY-LINE
                                      W-FED-PARTY

           STRING W-CUS-CITY(W-PARTY-DX)
                                   DELIMITED '  '
                  ' '              DELIMITED SIZE
                  W-CUS-STATE(W-PARTY-DX)
                                   DELIMITED '  '
                  ' '              DELIMITED SIZE
                  W-CUS-POSTCODE(W-PARTY-DX)
                                   DELIMITED '  '
                                   INTO W-FED-CITY-LINE

           STRING W-CUS-ACCOUNT(W-PARTY-DX)
                                   DELIMITED ' '
                  '*'              DELIMITED SIZE
                  W-CUS-NAME(W-PARTY-DX)
                                   DELIMITED '  '
                  '*'              DELIMITED SIZE
                  W-CUS-STREET(W-PARTY-DX)
                                   DELIMITED '  '
                  '*'              DELIMITED SIZE
                  W-FED-CITY-LINE  DELIMITED '  '
                  '*'              DELIMITED SIZE
                                   INTO W-FED-PARTY
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-HOLD-PACS008.
      *----------------------

           ADD  1                  TO W-TOT-ISO-CNT(W-TOT-DX)
           ADD  W-WIRE-CENTS       TO W-TOT-ISO-CENTS(W-TOT-DX)
                                      W-ISO-TOTAL-CENTS

           IF      W-ISO-CNT < W-ISO-MAX
               ADD  1              TO W-ISO-CNT
               MOVE W-WIRE-REF     TO W-ISO-WIRE-REF(W-ISO-CNT)
               MOVE W-ORIG-DX      TO W-ISO-ORIG-DX(W-ISO-CNT)
               MOVE W-BENE-DX      TO W-ISO-BENE-DX(W-ISO-CNT)
               MOVE W-WIRE-CENTS   TO W-ISO-CENTS(W-ISO-CNT)
           ELSE
               DISPLAY W-ERROR-MSG
                       'pacs.008 table full, wire dropped: '
                       W-WIRE-REF
               SUBTRACT 1          FROM W-TOT-ISO-CNT(W-TOT-DX)
               SUBTRACT W-WIRE-CENTS
                                   FROM W-TOT-ISO-CENTS(W-TOT-DX)
                                        W-ISO-TOTAL-CENTS
               GO TO SUB-2300-EXIT
           END-IF

           MOVE SPACES             TO TRCFILE-REC
           MOVE W-WIRE-REF         TO TRC-WIRE-REF
           MOVE 'PACS008'          TO TRC-FORMAT
           MOVE W-DIRECTION        TO TRC-DIRECTION
           MOVE W-CUS-ID(W-ORIG-DX)
                                   TO TRC-ORIG-CUSTOMER-ID
           MOVE W-CUS-ID(W-BENE-DX)
                                   TO TRC-BENE-CUSTOMER-ID
           MOVE W-WIRE-CENTS       TO TRC-AMOUNT-CENTS
           MOVE 'GBP'              TO TRC-CURRENCY
           MOVE W-ISO-MSG-ID       TO TRC-MESSAGE-ID

           WRITE TRCFILE-REC
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           PERFORM SUB-3100-WRITE-PACS008 THRU SUB-3100-EXIT

           PERFORM SUB-3300-WRITE-SUMMARY THRU SUB-3300-EXIT

           CLOSE FEDFILE
                 ISOFILE
                 TRCFILE
                 SUMFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERWIR Fedwire.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERWIR Pacs008.xml'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERWIR Trace.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERWIR Summary.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-CUS-CNT          TO W-DISP-NUM
           DISPLAY 'Customers loaded:         '
                   W-DISP-NUM

           MOVE W-SKIPPED-CUSTOMERS
                                   TO W-DISP-NUM
           DISPLAY 'Customers not wireable:   '
                   W-DISP-NUM

           COMPUTE W-SUM-CNT-WORK  =  W-TOT-FED-CNT(1)
                                      + W-TOT-FED-CNT(2)
           MOVE W-SUM-CNT-WORK     TO W-DISP-NUM
           DISPLAY 'Fedwire messages written: '
                   W-DISP-NUM

           MOVE W-ISO-CNT          TO W-DISP-NUM
           DISPLAY 'pacs.008 txns written:    '
                   W-DISP-NUM

           DISPLAY 'FAKERWIR run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERWIR completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-PACS008.
      *-----------------------

      **** FIToFICstmrCdtTrf: group header with NbOfTxs and CtrlSum
      **** (clearing settlement), then one CdtTrfTxInf per held
      **** wire.  No UK wire in the run, no message.

           IF      W-ISO-CNT = 0
               GO TO SUB-3100-EXIT
           END-IF

           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                                   TO ISOFILE-REC
           WRITE ISOFILE-REC

           MOVE '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:pacs.00
      -         '8.001.08">'       TO ISOFILE-REC
           WRITE ISOFILE-REC

           MOVE 1                  TO W-XML-INDENT
           MOVE '<FIToFICstmrCdtTrf>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 2                  TO W-XML-INDENT
           MOVE '<GrpHdr>'         TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 3                  TO W-XML-INDENT
           MOVE 'MsgId'            TO W-XML-TAG
           MOVE W-ISO-MSG-ID       TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'CreDtTm'          TO W-XML-TAG
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

           MOVE W-ISO-CNT          TO W-XML-COUNT
           MOVE 'NbOfTxs'          TO W-XML-TAG
           MOVE FUNCTION TRIM(W-XML-COUNT)
                                   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           COMPUTE W-XML-AMOUNT-WORK
                                   =  W-ISO-TOTAL-CENTS / 100
           MOVE W-XML-AMOUNT-WORK  TO W-XML-AMOUNT
           MOVE 'CtrlSum'          TO W-XML-TAG
           MOVE FUNCTION TRIM(W-XML-AMOUNT)
                                   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE '<SttlmInf><SttlmMtd>CLRG</SttlmMtd></SttlmInf>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 2                  TO W-XML-INDENT
           MOVE '</GrpHdr>'        TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           PERFORM SUB-3110-WRITE-ONE-TXN THRU SUB-3110-EXIT
               VARYING W-ISO-DX FROM 1 BY 1
                 UNTIL W-ISO-DX > W-ISO-CNT

           MOVE 1                  TO W-XML-INDENT
           MOVE '</FIToFICstmrCdtTrf>'
                                   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE '</Document>'      TO ISOFILE-REC
           WRITE ISOFILE-REC
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3110-WRITE-ONE-TXN.
      *-----------------------

           MOVE W-ISO-ORIG-DX(W-ISO-DX)
                                   TO W-ORIG-DX
           MOVE W-ISO-BENE-DX(W-ISO-DX)
                                   TO W-BENE-DX

           MOVE 2                  TO W-XML-INDENT
           MOVE '<CdtTrfTxInf>'    TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

      **** PmtId - the EndToEndId is the originating customer ID and
      **** the wire's sequence, the handle the originator's own
      **** systems would have quoted.

           MOVE 3                  TO W-XML-INDENT
           MOVE '<PmtId>'          TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 4                  TO W-XML-INDENT
           MOVE 'InstrId'          TO W-XML-TAG
           MOVE W-ISO-WIRE-REF(W-ISO-DX)
                                   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE SPACES             TO W-END-TO-END-ID
           STRING W-CUS-ID(W-ORIG-DX)
                  '-'
                  W-ISO-WIRE-REF(W-ISO-DX)(10 : 7)
                                   DELIMITED SIZE
                                   INTO W-END-TO-END-ID
           MOVE 'EndToEndId'       TO W-XML-TAG
           MOVE W-END-TO-END-ID    TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'TxId'             TO W-XML-TAG
           MOVE W-ISO-WIRE-REF(W-ISO-DX)
                                   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 3                  TO W-XML-INDENT
           MOVE '</PmtId>'         TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           COMPUTE W-XML-AMOUNT-WORK
                                   =  W-ISO-CENTS(W-ISO-DX) / 100
           MOVE W-XML-AMOUNT-WORK  TO W-XML-AMOUNT
           MOVE SPACES             TO W-XML-LINE
           STRING '<IntrBkSttlmAmt Ccy="GBP">'
                  FUNCTION TRIM(W-XML-AMOUNT)
                  '</IntrBkSttlmAmt>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 'IntrBkSttlmDt'    TO W-XML-TAG
           MOVE SPACES             TO W-XML-VALUE
           STRING W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD
                                   DELIMITED SIZE
                                   INTO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'ChrgBr'           TO W-XML-TAG
           MOVE 'SHAR'             TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 3                  TO W-XML-INDENT
           MOVE SPACES             TO W-XML-LINE
           STRING '<InstgAgt><FinInstnId><BICFI>'
                                   DELIMITED SIZE
                  W-CUS-BIC(W-ORIG-DX)
                                   DELIMITED ' '
                  '</BICFI></FinInstnId></InstgAgt>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE SPACES             TO W-XML-LINE
           STRING '<InstdAgt><FinInstnId><BICFI>'
                                   DELIMITED SIZE
                  W-CUS-BIC(W-BENE-DX)
                                   DELIMITED ' '
                  '</BICFI></FinInstnId></InstdAgt>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE W-ORIG-DX          TO W-PARTY-DX
           MOVE 'Dbtr'             TO W-PARTY-ROLE
           PERFORM SUB-3120-WRITE-PARTY THRU SUB-3120-EXIT

           MOVE W-BENE-DX          TO W-PARTY-DX
           MOVE 'Cdtr'             TO W-PARTY-ROLE
           PERFORM SUB-3120-WRITE-PARTY THRU SUB-3120-EXIT

           MOVE SPACES             TO W-XML-LINE
           STRING '<RmtInf><Ustrd>'
                  'WIRE '          W-ISO-WIRE-REF(W-ISO-DX)
                  ' ORIG CUST '    W-CUS-ID(W-ORIG-DX)
                  '</Ustrd></RmtInf>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 2                  TO W-XML-INDENT
           MOVE '</CdtTrfTxInf>'   TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT
           .
       SUB-3110-EXIT.
           EXIT.
      /
       SUB-3120-WRITE-PARTY.
      *---------------------

      **** Dbtr/DbtrAcct/DbtrAgt, or Cdtr/CdtrAcct/CdtrAgt - the
      **** schema puts the creditor's agent AHEAD of the creditor,
      **** so the agent block moves with the role.

           IF      W-PARTY-ROLE = 'Cdtr'
               PERFORM SUB-3130-WRITE-AGENT THRU SUB-3130-EXIT
           END-IF

           MOVE 3                  TO W-XML-INDENT
           MOVE SPACES             TO W-XML-LINE
           STRING '<' W-PARTY-ROLE '>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 4                  TO W-XML-INDENT
           MOVE 'Nm'               TO W-XML-TAG
           MOVE W-CUS-NAME(W-PARTY-DX)
                                   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE '<PstlAdr>'        TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 5                  TO W-XML-INDENT
           MOVE 'StrtNm'           TO W-XML-TAG
           MOVE W-CUS-STREET(W-PARTY-DX)
                                   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'PstCd'            TO W-XML-TAG
           MOVE W-CUS-POSTCODE(W-PARTY-DX)
                                   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'TwnNm'            TO W-XML-TAG
           MOVE W-CUS-CITY(W-PARTY-DX)
                                   TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 'Ctry'             TO W-XML-TAG
           MOVE 'GB'               TO W-XML-VALUE
           PERFORM SUB-3180-WRITE-XML-ELEMENT THRU SUB-3180-EXIT

           MOVE 4                  TO W-XML-INDENT
           MOVE '</PstlAdr>'       TO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

      **** The customer ID rides as the party's private
      **** identification - the join key back to the extract.

           MOVE SPACES             TO W-XML-LINE
           STRING '<Id><PrvtId><Othr><Id>'
                  W-CUS-ID(W-PARTY-DX)
                  '</Id><SchmeNm><Prtry>CUSTID</Prtry></SchmeNm>'
                  '</Othr></PrvtId></Id>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE 3                  TO W-XML-INDENT
           MOVE SPACES             TO W-XML-LINE
           STRING '</' W-PARTY-ROLE '>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           MOVE SPACES             TO W-XML-LINE
           STRING '<' W-PARTY-ROLE 'Acct><Id><IBAN>'
                                   DELIMITED SIZE
                  W-CUS-IBAN(W-PARTY-DX)
                                   DELIMITED ' '
                  '</IBAN></Id></' W-PARTY-ROLE 'Acct>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT

           IF      W-PARTY-ROLE = 'Dbtr'
               PERFORM SUB-3130-WRITE-AGENT THRU SUB-3130-EXIT
           END-IF
           .
       SUB-3120-EXIT.
           EXIT.
      /
       SUB-3130-WRITE-AGENT.
      *---------------------

           MOVE 3                  TO W-XML-INDENT
           MOVE SPACES             TO W-XML-LINE
           STRING '<' W-PARTY-ROLE 'Agt><FinInstnId><BICFI>'
                                   DELIMITED SIZE
                  W-CUS-BIC(W-PARTY-DX)
                                   DELIMITED ' '
                  '</BICFI></FinInstnId></' W-PARTY-ROLE 'Agt>'
                                   DELIMITED SIZE
                                   INTO W-XML-LINE
           PERFORM SUB-3190-WRITE-XML-LINE THRU SUB-3190-EXIT
           .
       SUB-3130-EXIT.
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

           MOVE SPACES             TO ISOFILE-REC
           MOVE W-XML-LINE         TO ISOFILE-REC(W-XML-INDENT * 2 + 1
                                                  : 200
                                                  - W-XML-INDENT * 2)
           WRITE ISOFILE-REC

           MOVE SPACES             TO W-XML-LINE
           .
       SUB-3190-EXIT.
           EXIT.
      /
       SUB-3300-WRITE-SUMMARY.
      *-----------------------

           MOVE SPACES             TO SUMFILE-REC
           STRING 'FAKERWIR WIRE CONTROL SUMMARY   '
                  'RUN DATE '
                  W-CURRENT-YYYY   '-'
                  W-CURRENT-MM     '-'
                  W-CURRENT-DD
                  '   SEED '
                  W-ISO-MSG-ID-SEED
                                   DELIMITED SIZE
                                   INTO SUMFILE-REC
           WRITE SUMFILE-REC

           MOVE SPACES             TO SUMFILE-REC
           WRITE SUMFILE-REC

           MOVE 'FORMAT    DIRECTION       COUNT                AMOUNT'
                                   TO SUMFILE-REC
           WRITE SUMFILE-REC

           MOVE 'FEDWIRE'          TO W-SUM-FORMAT
           MOVE 'USD'              TO W-SUM-CURRENCY

           MOVE 'OUTGOING'         TO W-SUM-DIRECTION
           MOVE W-TOT-FED-CNT(1)   TO W-SUM-CNT-WORK
           MOVE W-TOT-FED-CENTS(1) TO W-SUM-CENTS-WORK
           PERFORM SUB-3310-WRITE-SUM-LINE THRU SUB-3310-EXIT

           MOVE 'INCOMING'         TO W-SUM-DIRECTION
           MOVE W-TOT-FED-CNT(2)   TO W-SUM-CNT-WORK
           MOVE W-TOT-FED-CENTS(2) TO W-SUM-CENTS-WORK
           PERFORM SUB-3310-WRITE-SUM-LINE THRU SUB-3310-EXIT

           MOVE 'TOTAL'            TO W-SUM-DIRECTION
           COMPUTE W-SUM-CNT-WORK  =  W-TOT-FED-CNT(1)
                                      + W-TOT-FED-CNT(2)
           COMPUTE W-SUM-CENTS-WORK
                                   =  W-TOT-FED-CENTS(1)
                                      + W-TOT-FED-CENTS(2)
           PERFORM SUB-3310-WRITE-SUM-LINE THRU SUB-3310-EXIT

           MOVE 'PACS.008'         TO W-SUM-FORMAT
           MOVE 'GBP'              TO W-SUM-CURRENCY

           MOVE 'OUTGOING'         TO W-SUM-DIRECTION
           MOVE W-TOT-ISO-CNT(1)   TO W-SUM-CNT-WORK
           MOVE W-TOT-ISO-CENTS(1) TO W-SUM-CENTS-WORK
           PERFORM SUB-3310-WRITE-SUM-LINE THRU SUB-3310-EXIT

           MOVE 'INCOMING'         TO W-SUM-DIRECTION
           MOVE W-TOT-ISO-CNT(2)   TO W-SUM-CNT-WORK
           MOVE W-TOT-ISO-CENTS(2) TO W-SUM-CENTS-WORK
           PERFORM SUB-3310-WRITE-SUM-LINE THRU SUB-3310-EXIT

           MOVE 'TOTAL'            TO W-SUM-DIRECTION
           MOVE W-ISO-CNT          TO W-SUM-CNT-WORK
           MOVE W-ISO-TOTAL-CENTS  TO W-SUM-CENTS-WORK
           PERFORM SUB-3310-WRITE-SUM-LINE THRU SUB-3310-EXIT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-WRITE-SUM-LINE.
      *------------------------

           MOVE W-SUM-CNT-WORK     TO W-SUM-COUNT
           COMPUTE W-SUM-AMOUNT-WORK
                                   =  W-SUM-CENTS-WORK / 100
           MOVE W-SUM-AMOUNT-WORK  TO W-SUM-AMOUNT

           MOVE W-SUM-LINE         TO SUMFILE-REC
           WRITE SUMFILE-REC
           .
       SUB-3310-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
