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

       PROGRAM-ID.             FAKER835.

      **** Payer adjudication of a FAKERCLM claim file - the 835
      **** remittance the provider-side posting system needs to
      **** test against.  Every service line is priced:
      ****     - a paid line is allowed 55 to 90 percent of its
      ****       charge, the rest written off as contractual
      ****       (CO 45, charge exceeds the fee schedule);
      ****     - a seeded share of the lines is denied outright, the
      ****       whole charge adjusted CO 96 (non-covered), CO 50
      ****       (not medically necessary) or CO 97 (bundled into
      ****       another service), each with its remark code;
      ****     - a seeded share of the paid lines is reduced by a
      ****       patient share - PR 1 deductible, PR 2 twenty percent
      ****       coinsurance or PR 3 copay.
      **** Every line, claim and check balances: billed less the
      **** adjustments is the payment.  A claim with every line
      **** denied goes back with claim status 4, any other with
      **** status 1 (processed as primary).
      ****
      **** An 835 pays a single payee, so the claims are grouped into
      **** checks by billing NPI - a new check starts whenever a
      **** claim's billing NPI differs from the one before.  A check
      **** pays by ACH, or by paper check for one in five payees, and
      **** one that pays nothing goes out as a non-payment advice.
      **** Its payment date is two to four weeks after the latest
      **** service date on its first claim.
      ****
      **** The answer key carries one line per claim: its check, the
      **** posting result the posting system should reach (PAID,
      **** PAID-PR for a patient share, PART-DENIED, DENIED), and
      **** the contractual write-off, denied amount, patient balance
      **** and payment it should post.
      ****
      **** PARM: denial percent of lines (default 10), patient share
      **** percent of paid lines (default 25), optional seed -
      **** comma-delimited.  The same PARM over the same claim file
      **** gives the same remittance.

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
           SELECT CLMIN                ASSIGN 'Data\FAKERCLM Claims.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CLMIN-STATUS.

           SELECT RMTFILE              ASSIGN 'Data\FAKER835 Remit.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKER835 Anskey.txt'
                                       ORGANIZATION LINE SEQUENTIAL.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  CLMIN.

      **** The FAKERCLM layouts: claim header 'CH', service line
      **** 'SL', claim trailer 'CT', file trailer 'FT'.

       01  CLMIN-REC               PIC X(120).

       01  CLMIN-HEADER-REC REDEFINES CLMIN-REC.
           05  CIH-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  CIH-CLAIM-ID        PIC 9(09).
           05  FILLER              PIC X(01).
           05  CIH-MEMBER-ID       PIC X(12).
           05  FILLER              PIC X(01).
           05  CIH-PATIENT-NAME    PIC X(40).
           05  FILLER              PIC X(01).
           05  CIH-PATIENT-STATE   PIC X(10).
           05  FILLER              PIC X(01).
           05  CIH-BILLING-NPI     PIC X(10).
           05  FILLER              PIC X(01).
           05  CIH-RENDERING-NPI   PIC X(10).
           05  FILLER              PIC X(01).
           05  CIH-PRIMARY-DIAG    PIC X(08).
           05  FILLER              PIC X(12).

       01  CLMIN-LINE-REC REDEFINES CLMIN-REC.
           05  CIL-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  CIL-CLAIM-ID        PIC 9(09).
           05  FILLER              PIC X(01).
           05  CIL-LINE-NO         PIC 9(03).
           05  FILLER              PIC X(01).
           05  CIL-SERVICE-DATE    PIC X(10).
           05  FILLER              PIC X(01).
           05  CIL-PROCEDURE-CODE  PIC X(05).
           05  FILLER              PIC X(01).
           05  CIL-CHARGE-CENTS    PIC 9(10).
           05  FILLER              PIC X(76).

       01  CLMIN-CLAIM-TRL-REC REDEFINES CLMIN-REC.
           05  CIT-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  CIT-CLAIM-ID        PIC 9(09).
           05  FILLER              PIC X(01).
           05  CIT-LINE-COUNT      PIC 9(03).
           05  FILLER              PIC X(01).
           05  CIT-CHARGE-TOTAL    PIC 9(12).
           05  FILLER              PIC X(91).

       01  CLMIN-FILE-TRL-REC REDEFINES CLMIN-REC.
           05  CIF-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  CIF-CLAIM-COUNT     PIC 9(09).
           05  FILLER              PIC X(01).
           05  CIF-LINE-COUNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  CIF-CHARGE-TOTAL    PIC 9(15).
           05  FILLER              PIC X(82).

       FD  RMTFILE.

      **** Check header 'PH' (the 835 BPR, TRN and payee N1), claim
      **** payment 'CP' (CLP), service payment 'SV' (SVC with up to
      **** three CAS adjustments and an LQ remark), check trailer
      **** 'PT', file trailer 'FT'.  Group codes: CO contractual
      **** obligation, PR patient responsibility.

       01  RMT-CHECK-HDR-REC.
           05  RPH-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  RPH-CHECK-NO        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RPH-PAYEE-NPI       PIC X(10).
           05  FILLER              PIC X(01).
           05  RPH-PAYMENT-DATE    PIC X(10).

       01  RMT-CLAIM-REC.
           05  RCP-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  RCP-CHECK-NO        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RCP-CLAIM-ID        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RCP-CLAIM-STATUS    PIC X(01).
               88  RCP-PROCESSED-PRIMARY           VALUE '1'.
               88  RCP-DENIED                      VALUE '4'.
           05  FILLER              PIC X(01).
           05  RCP-BILLED-CENTS    PIC 9(12).
           05  FILLER              PIC X(01).
           05  RCP-PAID-CENTS      PIC 9(12).
           05  FILLER              PIC X(01).
           05  RCP-PATIENT-CENTS   PIC 9(12).
           05  FILLER              PIC X(01).
           05  RCP-PAYER-ICN       PIC X(14).
           05  FILLER              PIC X(01).
           05  RCP-MEMBER-ID       PIC X(12).
           05  FILLER              PIC X(01).
           05  RCP-PATIENT-NAME    PIC X(40).
           05  FILLER              PIC X(01).
           05  RCP-LINE-COUNT      PIC 9(03).

       01  RMT-LINE-REC.
           05  RSV-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  RSV-CLAIM-ID        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RSV-LINE-NO         PIC 9(03).
           05  FILLER              PIC X(01).
           05  RSV-SERVICE-DATE    PIC X(10).
           05  FILLER              PIC X(01).
           05  RSV-PROCEDURE-CODE  PIC X(05).
           05  FILLER              PIC X(01).
           05  RSV-BILLED-CENTS    PIC 9(10).
           05  FILLER              PIC X(01).
           05  RSV-ALLOWED-CENTS   PIC 9(10).
           05  FILLER              PIC X(01).
           05  RSV-PAID-CENTS      PIC 9(10).
           05  RSV-ADJUSTMENT                      OCCURS 3.
               10  FILLER          PIC X(01).
               10  RSV-ADJ-GROUP   PIC X(02).
               10  FILLER          PIC X(01).
               10  RSV-ADJ-CARC    PIC X(03).
               10  FILLER          PIC X(01).
               10  RSV-ADJ-CENTS   PIC 9(10).
           05  FILLER              PIC X(01).
           05  RSV-RARC            PIC X(05).

       01  RMT-CHECK-TRL-REC.
           05  RPT-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  RPT-CHECK-NO        PIC 9(09).
           05  FILLER              PIC X(01).
           05  RPT-PAYMENT-METHOD  PIC X(03).
               88  RPT-ACH                         VALUE 'ACH'.
               88  RPT-CHECK                       VALUE 'CHK'.
               88  RPT-NON-PAYMENT                 VALUE 'NON'.
           05  FILLER              PIC X(01).
           05  RPT-CLAIM-COUNT     PIC 9(05).
           05  FILLER              PIC X(01).
           05  RPT-BILLED-TOTAL    PIC 9(12).
           05  FILLER              PIC X(01).
           05  RPT-ADJUSTED-TOTAL  PIC 9(12).
           05  FILLER              PIC X(01).
           05  RPT-PAID-TOTAL      PIC 9(12).

       01  RMT-FILE-TRL-REC.
           05  RFT-RECORD-TYPE     PIC X(02).
           05  FILLER              PIC X(01).
           05  RFT-CHECK-COUNT     PIC 9(09).
           05  FILLER              PIC X(01).
           05  RFT-CLAIM-COUNT     PIC 9(09).
           05  FILLER              PIC X(01).
           05  RFT-LINE-COUNT      PIC 9(09).
           05  FILLER              PIC X(01).
           05  RFT-BILLED-TOTAL    PIC 9(15).
           05  FILLER              PIC X(01).
           05  RFT-ADJUSTED-TOTAL  PIC 9(15).
           05  FILLER              PIC X(01).
           05  RFT-PAID-TOTAL      PIC 9(15).

       FD  KEYFILE.

      **** One record per claim, in claim order.  Contractual, denied,
      **** patient and paid add back to billed.

       01  KEYFILE-REC.
           05  KEY-CLAIM-ID        PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-CHECK-NO        PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-POSTING-RESULT  PIC X(11).
           05  FILLER              PIC X(01).
           05  KEY-BILLED-CENTS    PIC 9(12).
           05  FILLER              PIC X(01).
           05  KEY-CONTRACTUAL-CENTS
                                   PIC 9(12).
           05  FILLER              PIC X(01).
           05  KEY-DENIED-CENTS    PIC 9(12).
           05  FILLER              PIC X(01).
           05  KEY-PATIENT-CENTS   PIC 9(12).
           05  FILLER              PIC X(01).
           05  KEY-PAID-CENTS      PIC 9(12).
           05  FILLER              PIC X(01).
           05  KEY-DENIED-LINES    PIC 9(03).
           05  FILLER              PIC X(01).
           05  KEY-PATIENT-LINES   PIC 9(03).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CLMIN-STATUS          PIC X(02).

       01  W-CLMIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-CLMIN-EOF                         VALUE 'Y'.

       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-DENY-PCT              PIC 9(03)  COMP VALUE 10.
       01  W-PATIENT-PCT           PIC 9(03)  COMP VALUE 25.
       01  W-CHECK-PCT             PIC 9(03)  COMP VALUE 20.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

      **** Denial reasons - the CARC and the remark code that goes
      **** with it.

       01  W-DENIALS.
           05  W-DENIAL-CNT        PIC S9(4)  COMP VALUE 3.
           05  W-DENIAL-OCCS-DATA.
               10  FILLER          PIC X(08)       VALUE '96 N130'.
               10  FILLER          PIC X(08)       VALUE '50 N115'.
               10  FILLER          PIC X(08)       VALUE '97 M15'.
           05  FILLER REDEFINES W-DENIAL-OCCS-DATA.
               10  W-DENIAL-OCCS                   OCCURS 3.
                   15  W-DENIAL-CARC
                                   PIC X(03).
                   15  W-DENIAL-RARC
                                   PIC X(05).
       01  W-DENIAL-DX             PIC S9(4)  COMP.

      **** Copays, in cents.

       01  W-COPAY-LOW-CENTS       PIC 9(05)  COMP VALUE 2500.
       01  W-COPAY-HIGH-CENTS      PIC 9(05)  COMP VALUE 4000.
       01  W-DEDUCTIBLE-MIN-CENTS  PIC 9(05)  COMP VALUE 2500.
       01  W-DEDUCTIBLE-SPREAD-CENTS
                                   PIC 9(05)  COMP VALUE 47500.

      **** The claim in hand, and its service lines as adjudicated.

       01  W-IN-CLAIM-SW           PIC X(01)       VALUE 'N'.
           88  W-IN-CLAIM                          VALUE 'Y'.
       01  W-CLAIM-ID              PIC 9(09).
       01  W-MEMBER-ID             PIC X(12).
       01  W-PATIENT-NAME          PIC X(40).
       01  W-BILLING-NPI           PIC X(10).

       01  W-LINE-MAX              PIC S9(4)  COMP VALUE 999.
       01  W-LINE-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-LINE-DX               PIC S9(4)  COMP.
       01  W-ADJ-DX                PIC S9(4)  COMP.
       01  W-LINE-TABLE.
           05  W-LN-OCCS                           OCCURS 999.
               10  W-LN-NO         PIC 9(03).
               10  W-LN-SERVICE-DATE
                                   PIC X(10).
               10  W-LN-PROCEDURE  PIC X(05).
               10  W-LN-BILLED     PIC 9(10)  COMP.
               10  W-LN-ALLOWED    PIC 9(10)  COMP.
               10  W-LN-PAID       PIC 9(10)  COMP.
               10  W-LN-ADJ-CNT    PIC S9(4)  COMP.
               10  W-LN-ADJ                        OCCURS 3.
                   15  W-LN-ADJ-GROUP
                                   PIC X(02).
                   15  W-LN-ADJ-CARC
                                   PIC X(03).
                   15  W-LN-ADJ-CENTS
                                   PIC 9(10)  COMP.
               10  W-LN-RARC       PIC X(05).

       01  W-LINE-ADJ-CENTS        PIC 9(10)  COMP.
       01  W-PATIENT-CENTS         PIC 9(10)  COMP.
       01  W-LATEST-SERVICE-DATE   PIC X(10).

       01  W-CLAIM-TOTALS.
           05  W-CLM-BILLED        PIC 9(12)  COMP.
           05  W-CLM-CONTRACTUAL   PIC 9(12)  COMP.
           05  W-CLM-DENIED        PIC 9(12)  COMP.
           05  W-CLM-PATIENT       PIC 9(12)  COMP.
           05  W-CLM-PAID          PIC 9(12)  COMP.
           05  W-CLM-DENIED-LINES  PIC 9(03)  COMP.
           05  W-CLM-PATIENT-LINES PIC 9(03)  COMP.
           05  W-CLM-IN-CHARGE     PIC 9(12)  COMP.

       01  W-POSTING-RESULT        PIC X(11).

      **** The check in hand.

       01  W-CHECK-OPEN-SW         PIC X(01)       VALUE 'N'.
           88  W-CHECK-OPEN                        VALUE 'Y'.
       01  W-CHECK-BASE-NO         PIC 9(09)  COMP VALUE 0.
       01  W-CHECK-NO              PIC 9(09)  COMP VALUE 0.
       01  W-CHECK-PAYEE-NPI       PIC X(10).
       01  W-CHECK-TOTALS.
           05  W-CHK-CLAIMS        PIC 9(05)  COMP.
           05  W-CHK-BILLED        PIC 9(12)  COMP.
           05  W-CHK-ADJUSTED      PIC 9(12)  COMP.
           05  W-CHK-PAID          PIC 9(12)  COMP.

       01  W-PAYER-ICN-BASE        PIC 9(11)  COMP VALUE 0.
       01  W-PAYER-ICN.
           05  FILLER              PIC X(03)       VALUE 'ICN'.
           05  W-PAYER-ICN-NO      PIC 9(11).

       01  W-FILE-TOTALS.
           05  W-FILE-CHECKS       PIC 9(09)  COMP VALUE 0.
           05  W-FILE-CLAIMS       PIC 9(09)  COMP VALUE 0.
           05  W-FILE-LINES        PIC 9(09)  COMP VALUE 0.
           05  W-FILE-BILLED       PIC 9(15)  COMP VALUE 0.
           05  W-FILE-ADJUSTED     PIC 9(15)  COMP VALUE 0.
           05  W-FILE-PAID         PIC 9(15)  COMP VALUE 0.

       01  W-TALLY.
           05  W-IN-CLAIMS         PIC 9(09)  COMP VALUE 0.
           05  W-IN-LINES          PIC 9(09)  COMP VALUE 0.
           05  W-IN-CHARGE         PIC 9(15)  COMP VALUE 0.
           05  W-PAID-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-PAID-PR-CNT       PIC 9(09)  COMP VALUE 0.
           05  W-PART-DENIED-CNT   PIC 9(09)  COMP VALUE 0.
           05  W-DENIED-CNT        PIC 9(09)  COMP VALUE 0.
           05  W-INPUT-BREAK-CNT   PIC 9(09)  COMP VALUE 0.
           05  W-OUT-OF-BALANCE-CNT
                                   PIC 9(09)  COMP VALUE 0.

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

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKER835 error: '.

      **** Each claim adjudicates from a seed of its own, so a
      **** claim's outcome does not hang on the claims before it.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(26)       VALUE
               'FAKER835 claim seed text  '.
           05  W-SEED-CLAIM-NO     PIC 9(09).
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
       01  W-PARM-DENY-PCT         PIC 9(03).
       01  W-PARM-PATIENT-PCT      PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-DENY-LEN         PIC S9(4)  COMP VALUE 0.
       01  W-PARM-PATIENT-LEN      PIC S9(4)  COMP VALUE 0.
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
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

           DISPLAY 'FAKER835 compiled on '
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

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           OPEN INPUT CLMIN

           IF      W-CLMIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CLMIN, status '
                       W-CLMIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** Check and payer claim numbers run on from seeded bases.

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT
           MOVE 'FAKER835 number bases'
                                   TO FAKRAND-SEED-TEXT
           MOVE W-RUN-SEED-NO      TO FAKRAND-SEED-TEXT(31 : 9)

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           COMPUTE W-CHECK-BASE-NO =  100000000
                                      + FAKRAND-RANDOM-NO * 800000000

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-PAYER-ICN-BASE
                                   =  10000000000
                                      + FAKRAND-RANDOM-NO
                                      * 80000000000

           OPEN OUTPUT RMTFILE
                       KEYFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-DENY-PCT
                                   COUNT IN W-PARM-DENY-LEN
                        W-PARM-PATIENT-PCT
                                   COUNT IN W-PARM-PATIENT-LEN
                        W-PARM-SEED-NO
           END-UNSTRING

      **** A zero rate is a real choice - a remittance with nothing
      **** denied - so each rate is taken whenever one was given.

           IF      W-PARM-DENY-LEN > 0
               IF      W-PARM-DENY-PCT NOT NUMERIC
               OR      W-PARM-DENY-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'denial rate not 0-100: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-DENY-PCT
                                   TO W-DENY-PCT
           END-IF

           IF      W-PARM-PATIENT-LEN > 0
               IF      W-PARM-PATIENT-PCT NOT NUMERIC
               OR      W-PARM-PATIENT-PCT > 100
                   DISPLAY W-ERROR-MSG
                           'patient share rate not 0-100: '
                           W-PARM-TEXT
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF
               MOVE W-PARM-PATIENT-PCT
                                   TO W-PATIENT-PCT
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
       SUB-2000-PROCESS.
      *-----------------

           PERFORM SUB-2100-TAKE-ONE-RECORD THRU SUB-2100-EXIT
               UNTIL W-CLMIN-EOF

           CLOSE CLMIN

           IF      W-IN-CLAIM
               DISPLAY W-ERROR-MSG
                       'claim '
                       W-CLAIM-ID
                       ' has no claim trailer - not paid'
               ADD  1              TO W-INPUT-BREAK-CNT
           END-IF

           IF      W-CHECK-OPEN
               PERFORM SUB-2550-CLOSE-CHECK THRU SUB-2550-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-TAKE-ONE-RECORD.
      *-------------------------

           READ CLMIN
               AT END
                   SET  W-CLMIN-EOF
                                   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           EVALUATE CIH-RECORD-TYPE
             WHEN 'CH'
               PERFORM SUB-2200-START-CLAIM THRU SUB-2200-EXIT

             WHEN 'SL'
               PERFORM SUB-2210-HOLD-LINE THRU SUB-2210-EXIT

             WHEN 'CT'
               PERFORM SUB-2300-ADJUDICATE-CLAIM THRU SUB-2300-EXIT

             WHEN 'FT'
               PERFORM SUB-2800-PROVE-FILE THRU SUB-2800-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-START-CLAIM.
      *---------------------

           IF      W-IN-CLAIM
               DISPLAY W-ERROR-MSG
                       'claim '
                       W-CLAIM-ID
                       ' has no claim trailer - not paid'
               ADD  1              TO W-INPUT-BREAK-CNT
           END-IF

           SET  W-IN-CLAIM         TO TRUE
           ADD  1                  TO W-IN-CLAIMS
           MOVE CIH-CLAIM-ID       TO W-CLAIM-ID
           MOVE CIH-MEMBER-ID      TO W-MEMBER-ID
           MOVE CIH-PATIENT-NAME   TO W-PATIENT-NAME
           MOVE CIH-BILLING-NPI    TO W-BILLING-NPI
           MOVE 0                  TO W-LINE-CNT
                                      W-CLM-IN-CHARGE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-HOLD-LINE.
      *-------------------

           ADD  1                  TO W-IN-LINES

           IF      NOT W-IN-CLAIM
           OR      CIL-CLAIM-ID NOT = W-CLAIM-ID
           OR      CIL-CHARGE-CENTS NOT NUMERIC
           OR      W-LINE-CNT >= W-LINE-MAX
               DISPLAY W-ERROR-MSG
                       'service line out of place: '
                       CLMIN-REC(1 : 50)
               ADD  1              TO W-INPUT-BREAK-CNT
               GO TO SUB-2210-EXIT
           END-IF

           ADD  1                  TO W-LINE-CNT
           MOVE CIL-LINE-NO        TO W-LN-NO(W-LINE-CNT)
           MOVE CIL-SERVICE-DATE   TO W-LN-SERVICE-DATE(W-LINE-CNT)
           MOVE CIL-PROCEDURE-CODE TO W-LN-PROCEDURE(W-LINE-CNT)
           MOVE CIL-CHARGE-CENTS   TO W-LN-BILLED(W-LINE-CNT)
           ADD  CIL-CHARGE-CENTS   TO W-CLM-IN-CHARGE
                                      W-IN-CHARGE
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-ADJUDICATE-CLAIM.
      *--------------------------

      **** The claim trailer must prove out before anything is paid.

           IF      NOT W-IN-CLAIM
           OR      CIT-CLAIM-ID NOT = W-CLAIM-ID
               DISPLAY W-ERROR-MSG
                       'claim trailer out of place: '
                       CLMIN-REC(1 : 30)
               ADD  1              TO W-INPUT-BREAK-CNT
               GO TO SUB-2300-EXIT
           END-IF

           MOVE 'N'                TO W-IN-CLAIM-SW

           IF      CIT-LINE-COUNT NOT = W-LINE-CNT
           OR      CIT-CHARGE-TOTAL NOT = W-CLM-IN-CHARGE
               DISPLAY W-ERROR-MSG
                       'claim '
                       W-CLAIM-ID
                       ' trailer does not prove - not paid'
               ADD  1              TO W-INPUT-BREAK-CNT
               GO TO SUB-2300-EXIT
           END-IF

           IF      W-LINE-CNT = 0
               GO TO SUB-2300-EXIT
           END-IF

           MOVE W-CLAIM-ID         TO W-SEED-CLAIM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           INITIALIZE W-CLAIM-TOTALS
           MOVE SPACES             TO W-LATEST-SERVICE-DATE

           PERFORM SUB-2400-ADJUDICATE-LINE THRU SUB-2400-EXIT
               VARYING W-LINE-DX FROM 1 BY 1
                 UNTIL W-LINE-DX > W-LINE-CNT

           EVALUATE TRUE
             WHEN W-CLM-DENIED-LINES = W-LINE-CNT
               MOVE 'DENIED'       TO W-POSTING-RESULT
               ADD  1              TO W-DENIED-CNT
             WHEN W-CLM-DENIED-LINES > 0
               MOVE 'PART-DENIED'  TO W-POSTING-RESULT
               ADD  1              TO W-PART-DENIED-CNT
             WHEN W-CLM-PATIENT-LINES > 0
               MOVE 'PAID-PR'      TO W-POSTING-RESULT
               ADD  1              TO W-PAID-PR-CNT
             WHEN OTHER
               MOVE 'PAID'         TO W-POSTING-RESULT
               ADD  1              TO W-PAID-CNT
           END-EVALUATE

      **** An 835 pays one payee - a new billing NPI starts a new
      **** check.

           IF      W-CHECK-OPEN
           AND     W-BILLING-NPI NOT = W-CHECK-PAYEE-NPI
               PERFORM SUB-2550-CLOSE-CHECK THRU SUB-2550-EXIT
           END-IF

           IF      NOT W-CHECK-OPEN
               PERFORM SUB-2500-OPEN-CHECK THRU SUB-2500-EXIT
           END-IF

           PERFORM SUB-2600-WRITE-CLAIM THRU SUB-2600-EXIT

           PERFORM SUB-2610-WRITE-LINE THRU SUB-2610-EXIT
               VARYING W-LINE-DX FROM 1 BY 1
                 UNTIL W-LINE-DX > W-LINE-CNT

           PERFORM SUB-2700-WRITE-KEY THRU SUB-2700-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-ADJUDICATE-LINE.
      *-------------------------

           MOVE 0                  TO W-LN-ALLOWED(W-LINE-DX)
                                      W-LN-PAID(W-LINE-DX)
                                      W-LN-ADJ-CNT(W-LINE-DX)
           MOVE SPACES             TO W-LN-RARC(W-LINE-DX)

           PERFORM SUB-2405-CLEAR-ADJUSTMENT THRU SUB-2405-EXIT
               VARYING W-ADJ-DX FROM 1 BY 1
                 UNTIL W-ADJ-DX > 3

           IF      W-LN-SERVICE-DATE(W-LINE-DX)
                                   > W-LATEST-SERVICE-DATE
           OR      W-LATEST-SERVICE-DATE = SPACES
               MOVE W-LN-SERVICE-DATE(W-LINE-DX)
                                   TO W-LATEST-SERVICE-DATE
           END-IF

           ADD  W-LN-BILLED(W-LINE-DX)
                                   TO W-CLM-BILLED

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-DENY-PCT
               PERFORM SUB-2410-DENY-LINE THRU SUB-2410-EXIT
           ELSE
               PERFORM SUB-2420-PRICE-LINE THRU SUB-2420-EXIT
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2405-CLEAR-ADJUSTMENT.
      *--------------------------

           MOVE SPACES             TO W-LN-ADJ-GROUP(W-LINE-DX W-ADJ-DX)
                                      W-LN-ADJ-CARC(W-LINE-DX W-ADJ-DX)
           MOVE 0                  TO W-LN-ADJ-CENTS(W-LINE-DX W-ADJ-DX)
           .
       SUB-2405-EXIT.
           EXIT.
      /
       SUB-2410-DENY-LINE.
      *-------------------

      **** The whole charge is the provider's write-off.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-DENIAL-DX     =  FAKRAND-RANDOM-NO * W-DENIAL-CNT
                                      + 1

           MOVE 1                  TO W-LN-ADJ-CNT(W-LINE-DX)
           MOVE 'CO'               TO W-LN-ADJ-GROUP(W-LINE-DX 1)
           MOVE W-DENIAL-CARC(W-DENIAL-DX)
                                   TO W-LN-ADJ-CARC(W-LINE-DX 1)
           MOVE W-LN-BILLED(W-LINE-DX)
                                   TO W-LN-ADJ-CENTS(W-LINE-DX 1)
           MOVE W-DENIAL-RARC(W-DENIAL-DX)
                                   TO W-LN-RARC(W-LINE-DX)

           ADD  W-LN-BILLED(W-LINE-DX)
                                   TO W-CLM-DENIED
           ADD  1                  TO W-CLM-DENIED-LINES
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-PRICE-LINE.
      *--------------------

      **** Allowed at 55 to 90 percent of the charge; the difference
      **** is the contractual write-off.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-LN-ALLOWED(W-LINE-DX) ROUNDED
                                   =  W-LN-BILLED(W-LINE-DX)
                                      * (0.55 + FAKRAND-RANDOM-NO
                                                * 0.35)

           COMPUTE W-LINE-ADJ-CENTS
                                   =  W-LN-BILLED(W-LINE-DX)
                                      - W-LN-ALLOWED(W-LINE-DX)

           IF      W-LINE-ADJ-CENTS > 0
               ADD  1              TO W-LN-ADJ-CNT(W-LINE-DX)
               MOVE W-LN-ADJ-CNT(W-LINE-DX)
                                   TO W-ADJ-DX
               MOVE 'CO'           TO W-LN-ADJ-GROUP(W-LINE-DX W-ADJ-DX)
               MOVE '45'           TO W-LN-ADJ-CARC(W-LINE-DX W-ADJ-DX)
               MOVE W-LINE-ADJ-CENTS
                                   TO W-LN-ADJ-CENTS(W-LINE-DX W-ADJ-DX)
               ADD  W-LINE-ADJ-CENTS
                                   TO W-CLM-CONTRACTUAL
           END-IF

           MOVE 0                  TO W-PATIENT-CENTS

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-PATIENT-PCT
               PERFORM SUB-2430-PATIENT-SHARE THRU SUB-2430-EXIT
           END-IF

           COMPUTE W-LN-PAID(W-LINE-DX)
                                   =  W-LN-ALLOWED(W-LINE-DX)
                                      - W-PATIENT-CENTS
           ADD  W-LN-PAID(W-LINE-DX)
                                   TO W-CLM-PAID
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2430-PATIENT-SHARE.
      *-----------------------

      **** Deductible, coinsurance or copay, an even draw - never
      **** more than the allowed amount.

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT

           ADD  1                  TO W-LN-ADJ-CNT(W-LINE-DX)
           MOVE W-LN-ADJ-CNT(W-LINE-DX)
                                   TO W-ADJ-DX
           MOVE 'PR'               TO W-LN-ADJ-GROUP(W-LINE-DX W-ADJ-DX)

           EVALUATE TRUE
             WHEN FAKRAND-RANDOM-NO < 0.3333
               MOVE '1'            TO W-LN-ADJ-CARC(W-LINE-DX W-ADJ-DX)
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               COMPUTE W-PATIENT-CENTS
                                   =  W-DEDUCTIBLE-MIN-CENTS
                                      + FAKRAND-RANDOM-NO
                                      * W-DEDUCTIBLE-SPREAD-CENTS
             WHEN FAKRAND-RANDOM-NO < 0.6667
               MOVE '2'            TO W-LN-ADJ-CARC(W-LINE-DX W-ADJ-DX)
               COMPUTE W-PATIENT-CENTS ROUNDED
                                   =  W-LN-ALLOWED(W-LINE-DX) * 0.20
             WHEN OTHER
               MOVE '3'            TO W-LN-ADJ-CARC(W-LINE-DX W-ADJ-DX)
               PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
               IF      FAKRAND-RANDOM-NO < 0.5
                   MOVE W-COPAY-LOW-CENTS
                                   TO W-PATIENT-CENTS
               ELSE
                   MOVE W-COPAY-HIGH-CENTS
                                   TO W-PATIENT-CENTS
               END-IF
           END-EVALUATE

           IF      W-PATIENT-CENTS > W-LN-ALLOWED(W-LINE-DX)
               MOVE W-LN-ALLOWED(W-LINE-DX)
                                   TO W-PATIENT-CENTS
           END-IF

           MOVE W-PATIENT-CENTS    TO W-LN-ADJ-CENTS(W-LINE-DX W-ADJ-DX)
           ADD  W-PATIENT-CENTS    TO W-CLM-PATIENT
           ADD  1                  TO W-CLM-PATIENT-LINES
           .
       SUB-2430-EXIT.
           EXIT.
      /
       SUB-2500-OPEN-CHECK.
      *--------------------

           SET  W-CHECK-OPEN       TO TRUE
           ADD  1                  TO W-FILE-CHECKS
           COMPUTE W-CHECK-NO      =  W-CHECK-BASE-NO + W-FILE-CHECKS
           MOVE W-BILLING-NPI      TO W-CHECK-PAYEE-NPI
           INITIALIZE W-CHECK-TOTALS

      **** Paid two to four weeks after the latest service.

           MOVE W-LATEST-SERVICE-DATE
                                   TO W-DATE-TEXT
           MOVE W-DATE-TEXT-YYYY   TO W-DATE-NUM-YYYY
           MOVE W-DATE-TEXT-MM     TO W-DATE-NUM-MM
           MOVE W-DATE-TEXT-DD     TO W-DATE-NUM-DD

           COMPUTE W-DATE-INT      =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

           PERFORM SUB-2940-NEXT-RANDOM THRU SUB-2940-EXIT
           COMPUTE W-DATE-INT      =  W-DATE-INT
                                      + FAKRAND-RANDOM-NO * 15 + 14
           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

           MOVE SPACES             TO RMT-CHECK-HDR-REC
           MOVE 'PH'               TO RPH-RECORD-TYPE
           MOVE W-CHECK-NO         TO RPH-CHECK-NO
           MOVE W-CHECK-PAYEE-NPI  TO RPH-PAYEE-NPI
           STRING W-DATE-NUM-YYYY  '-'
                  W-DATE-NUM-MM    '-'
                  W-DATE-NUM-DD    DELIMITED SIZE
                                   INTO RPH-PAYMENT-DATE

           WRITE RMT-CHECK-HDR-REC
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-CLOSE-CHECK.
      *---------------------

           MOVE 'N'                TO W-CHECK-OPEN-SW

           MOVE SPACES             TO RMT-CHECK-TRL-REC
           MOVE 'PT'               TO RPT-RECORD-TYPE
           MOVE W-CHECK-NO         TO RPT-CHECK-NO

      **** Paper checks go to one payee in five, by the NPI, so a
      **** payee is paid the same way every time.

           EVALUATE TRUE
             WHEN W-CHK-PAID = 0
               SET  RPT-NON-PAYMENT
                                   TO TRUE
             WHEN FUNCTION MOD(FUNCTION NUMVAL(W-CHECK-PAYEE-NPI), 100)
                                   < W-CHECK-PCT
               SET  RPT-CHECK      TO TRUE
             WHEN OTHER
               SET  RPT-ACH        TO TRUE
           END-EVALUATE

           MOVE W-CHK-CLAIMS       TO RPT-CLAIM-COUNT
           MOVE W-CHK-BILLED       TO RPT-BILLED-TOTAL
           MOVE W-CHK-ADJUSTED     TO RPT-ADJUSTED-TOTAL
           MOVE W-CHK-PAID         TO RPT-PAID-TOTAL

           IF      W-CHK-BILLED NOT = W-CHK-ADJUSTED + W-CHK-PAID
               DISPLAY W-ERROR-MSG
                       'check '
                       RPT-CHECK-NO
                       ' out of balance'
               ADD  1              TO W-OUT-OF-BALANCE-CNT
           END-IF

           WRITE RMT-CHECK-TRL-REC
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2600-WRITE-CLAIM.
      *---------------------

           IF      W-CLM-BILLED NOT = W-CLM-CONTRACTUAL + W-CLM-DENIED
                                      + W-CLM-PATIENT + W-CLM-PAID
               DISPLAY W-ERROR-MSG
                       'claim '
                       W-CLAIM-ID
                       ' out of balance'
               ADD  1              TO W-OUT-OF-BALANCE-CNT
           END-IF

           ADD  1                  TO W-PAYER-ICN-BASE
           MOVE W-PAYER-ICN-BASE   TO W-PAYER-ICN-NO

           MOVE SPACES             TO RMT-CLAIM-REC
           MOVE 'CP'               TO RCP-RECORD-TYPE
           MOVE W-CHECK-NO         TO RCP-CHECK-NO
           MOVE W-CLAIM-ID         TO RCP-CLAIM-ID

           IF      W-CLM-DENIED-LINES = W-LINE-CNT
               SET  RCP-DENIED     TO TRUE
           ELSE
               SET  RCP-PROCESSED-PRIMARY
                                   TO TRUE
           END-IF

           MOVE W-CLM-BILLED       TO RCP-BILLED-CENTS
           MOVE W-CLM-PAID         TO RCP-PAID-CENTS
           MOVE W-CLM-PATIENT      TO RCP-PATIENT-CENTS
           MOVE W-PAYER-ICN        TO RCP-PAYER-ICN
           MOVE W-MEMBER-ID        TO RCP-MEMBER-ID
           MOVE W-PATIENT-NAME     TO RCP-PATIENT-NAME
           MOVE W-LINE-CNT         TO RCP-LINE-COUNT

           WRITE RMT-CLAIM-REC

           ADD  1                  TO W-CHK-CLAIMS
                                      W-FILE-CLAIMS
           ADD  W-CLM-BILLED       TO W-CHK-BILLED
                                      W-FILE-BILLED
           ADD  W-CLM-PAID         TO W-CHK-PAID
                                      W-FILE-PAID
           COMPUTE W-CHK-ADJUSTED  =  W-CHK-ADJUSTED
                                      + W-CLM-BILLED - W-CLM-PAID
           COMPUTE W-FILE-ADJUSTED =  W-FILE-ADJUSTED
                                      + W-CLM-BILLED - W-CLM-PAID
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-WRITE-LINE.
      *--------------------

           MOVE SPACES             TO RMT-LINE-REC
           MOVE 'SV'               TO RSV-RECORD-TYPE
           MOVE W-CLAIM-ID         TO RSV-CLAIM-ID
           MOVE W-LN-NO(W-LINE-DX) TO RSV-LINE-NO
           MOVE W-LN-SERVICE-DATE(W-LINE-DX)
                                   TO RSV-SERVICE-DATE
           MOVE W-LN-PROCEDURE(W-LINE-DX)
                                   TO RSV-PROCEDURE-CODE
           MOVE W-LN-BILLED(W-LINE-DX)
                                   TO RSV-BILLED-CENTS
           MOVE W-LN-ALLOWED(W-LINE-DX)
                                   TO RSV-ALLOWED-CENTS
           MOVE W-LN-PAID(W-LINE-DX)
                                   TO RSV-PAID-CENTS
           MOVE 0                  TO W-LINE-ADJ-CENTS

           PERFORM SUB-2615-MOVE-ADJUSTMENT THRU SUB-2615-EXIT
               VARYING W-ADJ-DX FROM 1 BY 1
                 UNTIL W-ADJ-DX > 3

           MOVE W-LN-RARC(W-LINE-DX)
                                   TO RSV-RARC

           IF      W-LN-BILLED(W-LINE-DX)
                                   NOT = W-LINE-ADJ-CENTS
                                         + W-LN-PAID(W-LINE-DX)
               DISPLAY W-ERROR-MSG
                       'claim '
                       W-CLAIM-ID
                       ' line '
                       RSV-LINE-NO
                       ' out of balance'
               ADD  1              TO W-OUT-OF-BALANCE-CNT
           END-IF

           WRITE RMT-LINE-REC
           ADD  1                  TO W-FILE-LINES
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2615-MOVE-ADJUSTMENT.
      *-------------------------

           IF      W-ADJ-DX > W-LN-ADJ-CNT(W-LINE-DX)
               MOVE 0              TO RSV-ADJ-CENTS(W-ADJ-DX)
               GO TO SUB-2615-EXIT
           END-IF

           MOVE W-LN-ADJ-GROUP(W-LINE-DX W-ADJ-DX)
                                   TO RSV-ADJ-GROUP(W-ADJ-DX)
           MOVE W-LN-ADJ-CARC(W-LINE-DX W-ADJ-DX)
                                   TO RSV-ADJ-CARC(W-ADJ-DX)
           MOVE W-LN-ADJ-CENTS(W-LINE-DX W-ADJ-DX)
                                   TO RSV-ADJ-CENTS(W-ADJ-DX)
           ADD  W-LN-ADJ-CENTS(W-LINE-DX W-ADJ-DX)
                                   TO W-LINE-ADJ-CENTS
           .
       SUB-2615-EXIT.
           EXIT.
      /
       SUB-2700-WRITE-KEY.
      *-------------------

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-CLAIM-ID         TO KEY-CLAIM-ID
           MOVE W-CHECK-NO         TO KEY-CHECK-NO
           MOVE W-POSTING-RESULT   TO KEY-POSTING-RESULT
           MOVE W-CLM-BILLED       TO KEY-BILLED-CENTS
           MOVE W-CLM-CONTRACTUAL  TO KEY-CONTRACTUAL-CENTS
           MOVE W-CLM-DENIED       TO KEY-DENIED-CENTS
           MOVE W-CLM-PATIENT      TO KEY-PATIENT-CENTS
           MOVE W-CLM-PAID         TO KEY-PAID-CENTS
           MOVE W-CLM-DENIED-LINES TO KEY-DENIED-LINES
           MOVE W-CLM-PATIENT-LINES
                                   TO KEY-PATIENT-LINES

           WRITE KEYFILE-REC
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-PROVE-FILE.
      *--------------------

           IF      CIF-CLAIM-COUNT NOT = W-IN-CLAIMS
           OR      CIF-LINE-COUNT NOT = W-IN-LINES
           OR      CIF-CHARGE-TOTAL NOT = W-IN-CHARGE
               DISPLAY W-ERROR-MSG
                       'claim file trailer does not prove'
               ADD  1              TO W-INPUT-BREAK-CNT
           END-IF
           .
       SUB-2800-EXIT.
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

           MOVE SPACES             TO RMT-FILE-TRL-REC
           MOVE 'FT'               TO RFT-RECORD-TYPE
           MOVE W-FILE-CHECKS      TO RFT-CHECK-COUNT
           MOVE W-FILE-CLAIMS      TO RFT-CLAIM-COUNT
           MOVE W-FILE-LINES       TO RFT-LINE-COUNT
           MOVE W-FILE-BILLED      TO RFT-BILLED-TOTAL
           MOVE W-FILE-ADJUSTED    TO RFT-ADJUSTED-TOTAL
           MOVE W-FILE-PAID        TO RFT-PAID-TOTAL

           WRITE RMT-FILE-TRL-REC

           CLOSE RMTFILE
                 KEYFILE

           IF      W-INPUT-BREAK-CNT > 0
           OR      W-OUT-OF-BALANCE-CNT > 0
               MOVE 4              TO RETURN-CODE
           END-IF
           .
       SUB-3000-DISPLAY.

           MOVE W-IN-CLAIMS        TO W-DISP-NUM
           DISPLAY 'Claims read:              '
                   W-DISP-NUM

           MOVE W-FILE-CHECKS      TO W-DISP-NUM
           DISPLAY 'Checks written:           '
                   W-DISP-NUM

           MOVE W-FILE-CLAIMS      TO W-DISP-NUM
           DISPLAY 'Claims paid or denied:    '
                   W-DISP-NUM

           MOVE W-PAID-CNT         TO W-DISP-NUM
           DISPLAY '    Paid:                 '
                   W-DISP-NUM

           MOVE W-PAID-PR-CNT      TO W-DISP-NUM
           DISPLAY '    Paid, patient share:  '
                   W-DISP-NUM

           MOVE W-PART-DENIED-CNT  TO W-DISP-NUM
           DISPLAY '    Part denied:          '
                   W-DISP-NUM

           MOVE W-DENIED-CNT       TO W-DISP-NUM
           DISPLAY '    Denied:               '
                   W-DISP-NUM

           MOVE W-FILE-LINES       TO W-DISP-NUM
           DISPLAY 'Service lines written:    '
                   W-DISP-NUM

           MOVE W-INPUT-BREAK-CNT  TO W-DISP-NUM
           DISPLAY 'Claim file breaks:        '
                   W-DISP-NUM

           MOVE W-OUT-OF-BALANCE-CNT
                                   TO W-DISP-NUM
           DISPLAY 'Out of balance:           '
                   W-DISP-NUM

           DISPLAY 'FAKER835 run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKER835 completed'
           .
       SUB-3000-EXIT.
           EXIT.
