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

       PROGRAM-ID.             FAKERCAL.

      **** Call-report-style aggregation of a profile-mode extract -
      **** the known answer a regulatory-report aggregation engine
      **** run on the same extract must reproduce.  As of the
      **** extract's run date (its 'H' record), the report prints:
      ****     RC-E  deposits by product and DD-STATUS - accounts,
      ****           balance and accounts overdrawn - off the 'D'
      ****           records;
      ****     RC-C  loans by product - count, original principal and
      ****           balance outstanding - and the outstanding by
      ****           remaining maturity, off the 'L' and 'S' records;
      ****     RC-N  loans by delinquency status;
      ****     the book by branch (PD-BRANCH-NO) - customers, deposit
      ****           accounts and balance, loans and outstanding.
      **** A loan's outstanding balance is its schedule's balance
      **** after the last payment due on or before the run date,
      **** its remaining maturity the scheduled payments still to
      **** come.  Its delinquency is what the extract says of its
      **** customer: nonaccrual for a customer with a charged-off
      **** deposit account (DD-STATUS 'X'), 30-89 days past due for
      **** one the scenario key marks MISSPAY, otherwise current; a
      **** loan with nothing left outstanding is paid off.
      ****
      **** Every schedule total is then reconciled to the control
      **** totals FAKERGEN wrote for the extract, 'Data\FAKERGEN
      **** Balance.txt', and any difference printed.  The closing-
      **** balance control carries no sign, so the deposit balance is
      **** compared as a magnitude.  Ends with RETURN-CODE 0 only
      **** when every total agrees, 8 otherwise.

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
           SELECT CALIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CALIN-STATUS.

           SELECT BALFILE             ASSIGN 'Data\FAKERGEN Balance.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-BALFILE-STATUS.

           SELECT SCNFILE             ASSIGN 'Data\FAKERGEN Scenkey.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-SCNFILE-STATUS.

           SELECT RPTFILE              ASSIGN 'Data\FAKERCAL Report.txt'
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

       FD  CALIN.

       01  CALIN-REC.
           05  CIN-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  CALIN-H-REC.
           05  FILLER              PIC X(02).
           05  CIH-RUN-DATE        PIC X(10).
           05  FILLER              PIC X(10).
           05  CIH-SEED-NO         PIC X(09).
           05  FILLER              PIC X(289).

       01  CALIN-P-REC.
           05  FILLER              PIC X(113).
           05  CIP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(68).
           05  CIP-BRANCH-NO       PIC X(04).
           05  FILLER              PIC X(121).

       01  CALIN-L-REC.
           05  FILLER              PIC X(02).
           05  CIL-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(16).
           05  CIL-PRINCIPAL-CENTS PIC 9(10).
           05  FILLER              PIC X(06).
           05  CIL-TERM-MONTHS     PIC 9(03).
           05  FILLER              PIC X(12).
           05  CIL-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(248).

       01  CALIN-S-REC.
           05  FILLER              PIC X(02).
           05  CIS-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(05).
           05  CIS-DUE-DATE        PIC X(10).
           05  FILLER              PIC X(31).
           05  CIS-BALANCE-CENTS   PIC 9(10).
           05  FILLER              PIC X(243).

       01  CALIN-D-REC.
           05  FILLER              PIC X(84).
           05  CID-CLOSE-BAL       PIC S9(10)
                                       SIGN LEADING SEPARATE.
           05  FILLER              PIC X(01).
           05  CID-STATUS          PIC X(01).
           05  FILLER              PIC X(12).
           05  CID-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(207).

       FD  BALFILE.

       01  BALFILE-REC.
           05  BAL-CONTROL-KEY.
               10  BAL-RECORD-TYPE PIC X(01).
               10  FILLER          PIC X(01).
               10  BAL-FIELD-NAME  PIC X(20).
           05  FILLER              PIC X(01).
           05  BAL-CONTROL-TYPE    PIC X(05).
           05  FILLER              PIC X(01).
           05  BAL-VALUE           PIC 9(18).

       FD  SCNFILE.

       01  SCNFILE-REC.
           05  SCN-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  SCN-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  SCN-SCENARIO-CODE   PIC X(08).

       FD  RPTFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  RPTFILE-REC.
           05  RPT-CC              PIC X(01).
           05  RPT-LINE            PIC X(132).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-CALIN-STATUS          PIC X(02).
       01  W-BALFILE-STATUS        PIC X(02).
       01  W-SCNFILE-STATUS        PIC X(02).

       01  W-CALIN-EOF-SW          PIC X(01)       VALUE 'N'.
           88  W-CALIN-EOF                         VALUE 'Y'.
       01  W-BAL-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-BAL-EOF                           VALUE 'Y'.
       01  W-SCN-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-SCN-EOF                           VALUE 'Y'.

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-BUILD-LINE            PIC X(132)      VALUE SPACES.
       01  W-AS-OF-DATE            PIC X(10)       VALUE SPACES.
       01  W-EXTRACT-SEED          PIC X(09)       VALUE SPACES.

      **** The control totals wanted off the balance file, in the
      **** order the reconciliation prints them against.

       01  W-CTL-CNT               PIC S9(4)  COMP VALUE 6.
       01  W-CTL-DX                PIC S9(4)  COMP.
       01  W-CTL-KEYS.
           05  FILLER              PIC X(22)       VALUE
               'P CUSTOMER-ID'.
           05  FILLER              PIC X(22)       VALUE
               'D ACCOUNT-ID'.
           05  FILLER              PIC X(22)       VALUE
               'D CLOSE-BAL'.
           05  FILLER              PIC X(22)       VALUE
               'L LOAN-ID'.
           05  FILLER              PIC X(22)       VALUE
               'L PRINCIPAL'.
           05  FILLER              PIC X(22)       VALUE
               'L OUTSTANDING-BAL'.
       01  FILLER REDEFINES W-CTL-KEYS.
           05  W-CTL-KEY           PIC X(22)       OCCURS 6.
       01  W-CTL-TABLE.
           05  W-CTL-OCCS          OCCURS 6.
               10  W-CTL-FOUND-SW  PIC X(01).
                   88  W-CTL-FOUND                 VALUE 'Y'.
               10  W-CTL-VALUE     PIC S9(18) COMP.

       01  W-CTL-P-CUSTOMERS       PIC S9(4)  COMP VALUE 1.
       01  W-CTL-D-ACCOUNTS        PIC S9(4)  COMP VALUE 2.
       01  W-CTL-D-CLOSE-BAL       PIC S9(4)  COMP VALUE 3.
       01  W-CTL-L-LOANS           PIC S9(4)  COMP VALUE 4.
       01  W-CTL-L-PRINCIPAL       PIC S9(4)  COMP VALUE 5.
       01  W-CTL-L-OUTSTANDING     PIC S9(4)  COMP VALUE 6.

      **** The scenario key's MISSPAY customers.

       01  W-SCN-MAX               PIC S9(4)  COMP VALUE 2000.
       01  W-SCN-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-SCN-DX                PIC S9(4)  COMP.
       01  W-SCN-TABLE.
           05  W-SCN-CUSTOMER-ID   PIC X(14)       OCCURS 2000.

      **** The customer being read.  Loans come ahead of deposits in
      **** the extract, so they are held until the customer's last
      **** record shows whether a deposit was charged off.

       01  W-CUST-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-CUST-PENDING                      VALUE 'Y'.
       01  W-CUST-ID               PIC X(14).
       01  W-CUST-BRN-KEY          PIC X(04)       VALUE 'NONE'.
       01  W-CUST-CO-SW            PIC X(01).
           88  W-CUST-CHARGED-OFF                  VALUE 'Y'.
       01  W-CUST-MISSPAY-SW       PIC X(01).
           88  W-CUST-MISSPAY                      VALUE 'Y'.

       01  W-HL-MAX                PIC S9(4)  COMP VALUE 10.
       01  W-HL-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-HL-DX                 PIC S9(4)  COMP.
       01  W-HL-TABLE.
           05  W-HL-OCCS           OCCURS 10.
               10  W-HL-LOAN-ID    PIC X(19).
               10  W-HL-PRODUCT    PIC X(04).
               10  W-HL-PRINCIPAL  PIC S9(11) COMP.
               10  W-HL-TERM       PIC S9(4)  COMP.
               10  W-HL-PAYMENTS-DUE
                                   PIC S9(4)  COMP.
               10  W-HL-OUTSTANDING
                                   PIC S9(11) COMP.

      **** RC-E: one row per product and status, kept in key order.

       01  W-DEP-MAX               PIC S9(4)  COMP VALUE 200.
       01  W-DEP-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-DEP-DX                PIC S9(4)  COMP.
       01  W-DEP-WANT              PIC X(05).
       01  W-DEP-TABLE.
           05  W-DEP-OCCS          OCCURS 200.
               10  W-DEP-KEY.
                   15  W-DEP-PRODUCT
                                   PIC X(04).
                   15  W-DEP-STATUS
                                   PIC X(01).
               10  W-DEP-ACCOUNTS  PIC S9(9)  COMP.
               10  W-DEP-BALANCE   PIC S9(15) COMP.
               10  W-DEP-OVERDRAWN PIC S9(9)  COMP.

      **** RC-C and RC-N: one row per loan product, kept in key
      **** order.  Maturity buckets: 1 paid off, 2 three months or
      **** less, 3 over three months to a year, 4 one to three
      **** years, 5 three to five, 6 five to fifteen, 7 over
      **** fifteen.  Delinquency: 1 current, 2 30-89 days past due,
      **** 3 nonaccrual, 4 paid off.

       01  W-LNP-MAX               PIC S9(4)  COMP VALUE 50.
       01  W-LNP-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-LNP-DX                PIC S9(4)  COMP.
       01  W-LNP-WANT              PIC X(04).
       01  W-LNP-TABLE.
           05  W-LNP-OCCS          OCCURS 50.
               10  W-LNP-PRODUCT   PIC X(04).
               10  W-LNP-LOANS     PIC S9(9)  COMP.
               10  W-LNP-PRINCIPAL PIC S9(15) COMP.
               10  W-LNP-OUTSTANDING
                                   PIC S9(15) COMP.
               10  W-LNP-MAT       OCCURS 7.
                   15  W-LNP-MAT-LOANS
                                   PIC S9(9)  COMP.
                   15  W-LNP-MAT-OUT
                                   PIC S9(15) COMP.
               10  W-LNP-DQ        OCCURS 4.
                   15  W-LNP-DQ-LOANS
                                   PIC S9(9)  COMP.
                   15  W-LNP-DQ-OUT
                                   PIC S9(15) COMP.

       01  W-MAT-DX                PIC S9(4)  COMP.
       01  W-DQ-DX                 PIC S9(4)  COMP.
       01  W-MONTHS-LEFT           PIC S9(4)  COMP.

       01  W-MAT-LABELS.
           05  FILLER              PIC X(20)       VALUE
               'PAID OFF'.
           05  FILLER              PIC X(20)       VALUE
               '3 MONTHS OR LESS'.
           05  FILLER              PIC X(20)       VALUE
               'OVER 3 - 12 MONTHS'.
           05  FILLER              PIC X(20)       VALUE
               'OVER 1 - 3 YEARS'.
           05  FILLER              PIC X(20)       VALUE
               'OVER 3 - 5 YEARS'.
           05  FILLER              PIC X(20)       VALUE
               'OVER 5 - 15 YEARS'.
           05  FILLER              PIC X(20)       VALUE
               'OVER 15 YEARS'.
       01  FILLER REDEFINES W-MAT-LABELS.
           05  W-MAT-LABEL         PIC X(20)       OCCURS 7.

       01  W-DQ-LABELS.
           05  FILLER              PIC X(20)       VALUE
               'CURRENT'.
           05  FILLER              PIC X(20)       VALUE
               '30-89 DAYS PAST DUE'.
           05  FILLER              PIC X(20)       VALUE
               'NONACCRUAL'.
           05  FILLER              PIC X(20)       VALUE
               'PAID OFF'.
       01  FILLER REDEFINES W-DQ-LABELS.
           05  W-DQ-LABEL          PIC X(20)       OCCURS 4.

      **** The book by branch, kept in branch order.

       01  W-BRN-MAX               PIC S9(4)  COMP VALUE 120.
       01  W-BRN-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-BRN-DX                PIC S9(4)  COMP.
       01  W-BRN-WANT              PIC X(04).
       01  W-BRN-TABLE.
           05  W-BRN-OCCS          OCCURS 120.
               10  W-BRN-NO        PIC X(04).
               10  W-BRN-CUSTOMERS PIC S9(9)  COMP.
               10  W-BRN-DEP-ACCOUNTS
                                   PIC S9(9)  COMP.
               10  W-BRN-DEP-BALANCE
                                   PIC S9(15) COMP.
               10  W-BRN-LOANS     PIC S9(9)  COMP.
               10  W-BRN-LOAN-OUT  PIC S9(15) COMP.

      **** Table insertion work fields.

       01  W-FOUND-SW              PIC X(01).
           88  W-FOUND                             VALUE 'Y'.
       01  W-SHIFT-DX              PIC S9(4)  COMP.

      **** Schedule totals, as reconciled.

       01  W-TOTALS.
           05  W-TOT-DEP-ACCOUNTS  PIC S9(18) COMP.
           05  W-TOT-DEP-BALANCE   PIC S9(18) COMP.
           05  W-TOT-DEP-OVERDRAWN PIC S9(18) COMP.
           05  W-TOT-LOANS         PIC S9(18) COMP.
           05  W-TOT-PRINCIPAL     PIC S9(18) COMP.
           05  W-TOT-OUTSTANDING   PIC S9(18) COMP.
           05  W-TOT-MAT-OUT       PIC S9(18) COMP.
           05  W-TOT-MAT-LOANS     PIC S9(18) COMP.
           05  W-TOT-DQ-OUT        PIC S9(18) COMP.
           05  W-TOT-DQ-LOANS      PIC S9(18) COMP.
           05  W-TOT-BRN-CUSTOMERS PIC S9(18) COMP.
           05  W-TOT-BRN-DEP-ACCOUNTS
                                   PIC S9(18) COMP.
           05  W-TOT-BRN-DEP-BALANCE
                                   PIC S9(18) COMP.
           05  W-TOT-BRN-LOANS     PIC S9(18) COMP.
           05  W-TOT-BRN-LOAN-OUT  PIC S9(18) COMP.

      **** One reconciliation line.

       01  W-RCN-LABEL             PIC X(40).
       01  W-RCN-SCHEDULE          PIC S9(18) COMP.
       01  W-RCN-CONTROL           PIC S9(18) COMP.
       01  W-RCN-DIFFERENCE        PIC S9(18) COMP.
       01  W-RCN-AMOUNT-SW         PIC X(01).
           88  W-RCN-AMOUNT                        VALUE 'Y'.
       01  W-RCN-MAGNITUDE-SW      PIC X(01).
           88  W-RCN-MAGNITUDE                     VALUE 'Y'.
       01  W-RCN-LINES             PIC 9(09)  COMP VALUE 0.
       01  W-RCN-BREAKS            PIC 9(09)  COMP VALUE 0.

      **** Print editing.

       01  W-MONEY                 PIC S9(16)V99.
       01  W-MONEY-EDIT            PIC ----,---,---,---,--9.99.
       01  W-COUNT-EDIT            PIC ZZZ,ZZZ,ZZ9.
       01  W-COUNT-SIGNED-EDIT     PIC ----,---,--9.
       01  W-EDIT-OUT              PIC X(23).

       01  W-TALLY.
           05  W-CALIN-RECS        PIC 9(09)  COMP VALUE 0.
           05  W-CUSTOMERS         PIC 9(09)  COMP VALUE 0.
           05  W-DEPOSITS          PIC 9(09)  COMP VALUE 0.
           05  W-LOANS             PIC 9(09)  COMP VALUE 0.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY      PIC 9(04).
           05  W-CURRENT-MM        PIC 9(02).
           05  W-CURRENT-DD        PIC 9(02).
           05  FILLER              PIC X(13).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERCAL error: '.

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
                   UNTIL W-CALIN-EOF

               PERFORM SUB-2500-CLOSE-CUSTOMER THRU SUB-2500-EXIT

               PERFORM SUB-2800-WRITE-REPORT THRU SUB-2800-EXIT
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

           DISPLAY 'FAKERCAL compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           INITIALIZE W-CTL-TABLE
                      W-TOTALS

           PERFORM SUB-1100-LOAD-CONTROLS THRU SUB-1100-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-SCENARIOS THRU SUB-1150-EXIT

           OPEN INPUT CALIN

           IF      W-CALIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CALIN, status '
                       W-CALIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** The report is as of the extract's run date.

           PERFORM SUB-1900-READ-CALIN THRU SUB-1900-EXIT

           IF      CIN-RECORD-TYPE = 'H'
           AND     NOT W-CALIN-EOF
               MOVE CIH-RUN-DATE   TO W-AS-OF-DATE
               MOVE CIH-SEED-NO    TO W-EXTRACT-SEED
               PERFORM SUB-1900-READ-CALIN THRU SUB-1900-EXIT
           ELSE
               MOVE FUNCTION CURRENT-DATE
                                   TO W-CURRENT-DATE
               STRING W-CURRENT-YYYY   '-'
                      W-CURRENT-MM     '-'
                      W-CURRENT-DD     DELIMITED SIZE
                                   INTO W-AS-OF-DATE
           END-IF

           OPEN OUTPUT RPTFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-CONTROLS.
      *-----------------------

           OPEN INPUT BALFILE

           IF      W-BALFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open BALFILE, status '
                       W-BALFILE-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-READ-BALFILE THRU SUB-1110-EXIT

           PERFORM SUB-1120-HOLD-CONTROL THRU SUB-1120-EXIT
               UNTIL W-BAL-EOF

           CLOSE BALFILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-BALFILE.
      *----------------------

           READ BALFILE
               AT END
                   SET  W-BAL-EOF  TO TRUE
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-HOLD-CONTROL.
      *----------------------

           IF      BAL-VALUE NUMERIC
               PERFORM SUB-1125-MATCH-CONTROL THRU SUB-1125-EXIT
                   VARYING W-CTL-DX FROM 1 BY 1
                     UNTIL W-CTL-DX > W-CTL-CNT
           END-IF

           PERFORM SUB-1110-READ-BALFILE THRU SUB-1110-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1125-MATCH-CONTROL.
      *-----------------------

           IF      BAL-CONTROL-KEY = W-CTL-KEY(W-CTL-DX)
               SET  W-CTL-FOUND(W-CTL-DX)
                                   TO TRUE
               MOVE BAL-VALUE      TO W-CTL-VALUE(W-CTL-DX)
           END-IF
           .
       SUB-1125-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-SCENARIOS.
      *------------------------

      **** No scenario key, no loan past due.

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
       SUB-1900-READ-CALIN.
      *--------------------

           READ CALIN
               AT END
                   SET  W-CALIN-EOF
                                   TO TRUE
               NOT AT END
                   ADD  1          TO W-CALIN-RECS
           END-READ
           .
       SUB-1900-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** The record in hand, then the next.

           EVALUATE CIN-RECORD-TYPE
             WHEN 'P'
               PERFORM SUB-2500-CLOSE-CUSTOMER THRU SUB-2500-EXIT
               SET  W-CUST-PENDING TO TRUE
               ADD  1              TO W-CUSTOMERS
               MOVE CIP-CUSTOMER-ID
                                   TO W-CUST-ID
               MOVE CIP-BRANCH-NO  TO W-CUST-BRN-KEY
               MOVE 0              TO W-HL-CNT
               MOVE 'N'            TO W-CUST-CO-SW
                                      W-CUST-MISSPAY-SW
               MOVE W-CUST-BRN-KEY TO W-BRN-WANT
               PERFORM SUB-2720-FIND-BRANCH THRU SUB-2720-EXIT
               ADD  1              TO W-BRN-CUSTOMERS(W-BRN-DX)

             WHEN 'L'
               PERFORM SUB-2100-HOLD-LOAN THRU SUB-2100-EXIT

             WHEN 'S'
               IF      W-HL-CNT > 0
               AND     CIS-LOAN-ID = W-HL-LOAN-ID(W-HL-CNT)
               AND     CIS-DUE-DATE <= W-AS-OF-DATE
               AND     CIS-BALANCE-CENTS NUMERIC
                   ADD  1          TO W-HL-PAYMENTS-DUE(W-HL-CNT)
                   MOVE CIS-BALANCE-CENTS
                                   TO W-HL-OUTSTANDING(W-HL-CNT)
               END-IF

             WHEN 'D'
               PERFORM SUB-2200-TALLY-DEPOSIT THRU SUB-2200-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM SUB-1900-READ-CALIN THRU SUB-1900-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-HOLD-LOAN.
      *-------------------

      **** Until a payment falls due the principal is outstanding.
      **** With no room to hold it, the customer's held loans are
      **** tallied early so nothing drops out of the totals.

           ADD  1                  TO W-LOANS

           IF      W-HL-CNT >= W-HL-MAX
               PERFORM SUB-2600-TALLY-LOAN THRU SUB-2600-EXIT
                   VARYING W-HL-DX FROM 1 BY 1
                     UNTIL W-HL-DX > W-HL-CNT
               MOVE 0              TO W-HL-CNT
           END-IF

           ADD  1                  TO W-HL-CNT
           MOVE CIL-LOAN-ID        TO W-HL-LOAN-ID(W-HL-CNT)
           MOVE CIL-PRODUCT-CODE   TO W-HL-PRODUCT(W-HL-CNT)
           MOVE 0                  TO W-HL-PRINCIPAL(W-HL-CNT)
                                      W-HL-TERM(W-HL-CNT)
                                      W-HL-PAYMENTS-DUE(W-HL-CNT)

           IF      CIL-PRINCIPAL-CENTS NUMERIC
               MOVE CIL-PRINCIPAL-CENTS
                                   TO W-HL-PRINCIPAL(W-HL-CNT)
           END-IF

           IF      CIL-TERM-MONTHS NUMERIC
               MOVE CIL-TERM-MONTHS
                                   TO W-HL-TERM(W-HL-CNT)
           END-IF

           MOVE W-HL-PRINCIPAL(W-HL-CNT)
                                   TO W-HL-OUTSTANDING(W-HL-CNT)
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-TALLY-DEPOSIT.
      *-----------------------

           ADD  1                  TO W-DEPOSITS

           IF      CID-CLOSE-BAL NOT NUMERIC
               MOVE 0              TO CID-CLOSE-BAL
           END-IF

           IF      CID-STATUS = 'X'
               SET  W-CUST-CHARGED-OFF
                                   TO TRUE
           END-IF

           MOVE CID-PRODUCT-CODE   TO W-DEP-WANT(1 : 4)
           MOVE CID-STATUS         TO W-DEP-WANT(5 : 1)
           PERFORM SUB-2700-FIND-DEPOSIT-ROW THRU SUB-2700-EXIT

           ADD  1                  TO W-DEP-ACCOUNTS(W-DEP-DX)
           ADD  CID-CLOSE-BAL      TO W-DEP-BALANCE(W-DEP-DX)
           IF      CID-CLOSE-BAL < 0
               ADD  1              TO W-DEP-OVERDRAWN(W-DEP-DX)
           END-IF

           MOVE W-CUST-BRN-KEY     TO W-BRN-WANT
           PERFORM SUB-2720-FIND-BRANCH THRU SUB-2720-EXIT
           ADD  1                  TO W-BRN-DEP-ACCOUNTS(W-BRN-DX)
           ADD  CID-CLOSE-BAL      TO W-BRN-DEP-BALANCE(W-BRN-DX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2500-CLOSE-CUSTOMER.
      *------------------------

      **** Everything of the customer's has been read: the held
      **** loans can be classified.

           IF      NOT W-CUST-PENDING
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 'N'                TO W-CUST-PENDING-SW

           PERFORM SUB-2510-FIND-SCENARIO THRU SUB-2510-EXIT
               VARYING W-SCN-DX FROM 1 BY 1
                 UNTIL W-SCN-DX > W-SCN-CNT
                    OR W-CUST-MISSPAY

           PERFORM SUB-2600-TALLY-LOAN THRU SUB-2600-EXIT
               VARYING W-HL-DX FROM 1 BY 1
                 UNTIL W-HL-DX > W-HL-CNT

           MOVE 0                  TO W-HL-CNT
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
       SUB-2600-TALLY-LOAN.
      *--------------------

           MOVE W-HL-PRODUCT(W-HL-DX)
                                   TO W-LNP-WANT
           PERFORM SUB-2710-FIND-LOAN-ROW THRU SUB-2710-EXIT

           ADD  1                  TO W-LNP-LOANS(W-LNP-DX)
           ADD  W-HL-PRINCIPAL(W-HL-DX)
                                   TO W-LNP-PRINCIPAL(W-LNP-DX)
           ADD  W-HL-OUTSTANDING(W-HL-DX)
                                   TO W-LNP-OUTSTANDING(W-LNP-DX)

      **** REMAINING MATURITY - scheduled payments still to come:

           COMPUTE W-MONTHS-LEFT   =  W-HL-TERM(W-HL-DX)
                                      - W-HL-PAYMENTS-DUE(W-HL-DX)

           EVALUATE TRUE
             WHEN W-HL-OUTSTANDING(W-HL-DX) = 0
             OR   W-MONTHS-LEFT <= 0
               MOVE 1              TO W-MAT-DX
             WHEN W-MONTHS-LEFT <= 3
               MOVE 2              TO W-MAT-DX
             WHEN W-MONTHS-LEFT <= 12
               MOVE 3              TO W-MAT-DX
             WHEN W-MONTHS-LEFT <= 36
               MOVE 4              TO W-MAT-DX
             WHEN W-MONTHS-LEFT <= 60
               MOVE 5              TO W-MAT-DX
             WHEN W-MONTHS-LEFT <= 180
               MOVE 6              TO W-MAT-DX
             WHEN OTHER
               MOVE 7              TO W-MAT-DX
           END-EVALUATE

           ADD  1                  TO W-LNP-MAT-LOANS(W-LNP-DX,
                                                      W-MAT-DX)
           ADD  W-HL-OUTSTANDING(W-HL-DX)
                                   TO W-LNP-MAT-OUT(W-LNP-DX, W-MAT-DX)

      **** DELINQUENCY - what the extract says of the customer:

           EVALUATE TRUE
             WHEN W-HL-OUTSTANDING(W-HL-DX) = 0
               MOVE 4              TO W-DQ-DX
             WHEN W-CUST-CHARGED-OFF
               MOVE 3              TO W-DQ-DX
             WHEN W-CUST-MISSPAY
               MOVE 2              TO W-DQ-DX
             WHEN OTHER
               MOVE 1              TO W-DQ-DX
           END-EVALUATE

           ADD  1                  TO W-LNP-DQ-LOANS(W-LNP-DX, W-DQ-DX)
           ADD  W-HL-OUTSTANDING(W-HL-DX)
                                   TO W-LNP-DQ-OUT(W-LNP-DX, W-DQ-DX)

           MOVE W-CUST-BRN-KEY     TO W-BRN-WANT
           PERFORM SUB-2720-FIND-BRANCH THRU SUB-2720-EXIT
           ADD  1                  TO W-BRN-LOANS(W-BRN-DX)
           ADD  W-HL-OUTSTANDING(W-HL-DX)
                                   TO W-BRN-LOAN-OUT(W-BRN-DX)
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2700-FIND-DEPOSIT-ROW.
      *--------------------------

      **** The row for W-DEP-WANT, inserted in key order when new.
      **** A full table takes the overflow on its last row, so the
      **** totals still balance.

           MOVE 'N'                TO W-FOUND-SW

           PERFORM SUB-2701-TRY-DEPOSIT-ROW THRU SUB-2701-EXIT
               VARYING W-DEP-DX FROM 1 BY 1
                 UNTIL W-DEP-DX > W-DEP-CNT
                    OR W-FOUND
                    OR W-DEP-KEY(W-DEP-DX) > W-DEP-WANT

           IF      W-FOUND
               SUBTRACT 1        FROM W-DEP-DX
               GO TO SUB-2700-EXIT
           END-IF

           IF      W-DEP-CNT >= W-DEP-MAX
               MOVE W-DEP-CNT      TO W-DEP-DX
               GO TO SUB-2700-EXIT
           END-IF

           PERFORM SUB-2702-SHIFT-DEPOSIT-ROW THRU SUB-2702-EXIT
               VARYING W-SHIFT-DX FROM W-DEP-CNT BY -1
                 UNTIL W-SHIFT-DX < W-DEP-DX

           ADD  1                  TO W-DEP-CNT
           INITIALIZE W-DEP-OCCS(W-DEP-DX)
           MOVE W-DEP-WANT         TO W-DEP-KEY(W-DEP-DX)
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2701-TRY-DEPOSIT-ROW.
      *-------------------------

           IF      W-DEP-KEY(W-DEP-DX) = W-DEP-WANT
               SET  W-FOUND        TO TRUE
           END-IF
           .
       SUB-2701-EXIT.
           EXIT.
      /
       SUB-2702-SHIFT-DEPOSIT-ROW.
      *---------------------------

           MOVE W-DEP-OCCS(W-SHIFT-DX)
                                   TO W-DEP-OCCS(W-SHIFT-DX + 1)
           .
       SUB-2702-EXIT.
           EXIT.
      /
       SUB-2710-FIND-LOAN-ROW.
      *-----------------------

           MOVE 'N'                TO W-FOUND-SW

           PERFORM SUB-2711-TRY-LOAN-ROW THRU SUB-2711-EXIT
               VARYING W-LNP-DX FROM 1 BY 1
                 UNTIL W-LNP-DX > W-LNP-CNT
                    OR W-FOUND
                    OR W-LNP-PRODUCT(W-LNP-DX) > W-LNP-WANT

           IF      W-FOUND
               SUBTRACT 1        FROM W-LNP-DX
               GO TO SUB-2710-EXIT
           END-IF

           IF      W-LNP-CNT >= W-LNP-MAX
               MOVE W-LNP-CNT      TO W-LNP-DX
               GO TO SUB-2710-EXIT
           END-IF

           PERFORM SUB-2712-SHIFT-LOAN-ROW THRU SUB-2712-EXIT
               VARYING W-SHIFT-DX FROM W-LNP-CNT BY -1
                 UNTIL W-SHIFT-DX < W-LNP-DX

           ADD  1                  TO W-LNP-CNT
           INITIALIZE W-LNP-OCCS(W-LNP-DX)
           MOVE W-LNP-WANT         TO W-LNP-PRODUCT(W-LNP-DX)
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2711-TRY-LOAN-ROW.
      *----------------------

           IF      W-LNP-PRODUCT(W-LNP-DX) = W-LNP-WANT
               SET  W-FOUND        TO TRUE
           END-IF
           .
       SUB-2711-EXIT.
           EXIT.
      /
       SUB-2712-SHIFT-LOAN-ROW.
      *------------------------

           MOVE W-LNP-OCCS(W-SHIFT-DX)
                                   TO W-LNP-OCCS(W-SHIFT-DX + 1)
           .
       SUB-2712-EXIT.
           EXIT.
      /
       SUB-2720-FIND-BRANCH.
      *---------------------

           MOVE 'N'                TO W-FOUND-SW

           PERFORM SUB-2721-TRY-BRANCH THRU SUB-2721-EXIT
               VARYING W-BRN-DX FROM 1 BY 1
                 UNTIL W-BRN-DX > W-BRN-CNT
                    OR W-FOUND
                    OR W-BRN-NO(W-BRN-DX) > W-BRN-WANT

           IF      W-FOUND
               SUBTRACT 1        FROM W-BRN-DX
               GO TO SUB-2720-EXIT
           END-IF

           IF      W-BRN-CNT >= W-BRN-MAX
               MOVE W-BRN-CNT      TO W-BRN-DX
               GO TO SUB-2720-EXIT
           END-IF

           PERFORM SUB-2722-SHIFT-BRANCH THRU SUB-2722-EXIT
               VARYING W-SHIFT-DX FROM W-BRN-CNT BY -1
                 UNTIL W-SHIFT-DX < W-BRN-DX

           ADD  1                  TO W-BRN-CNT
           INITIALIZE W-BRN-OCCS(W-BRN-DX)
           MOVE W-BRN-WANT         TO W-BRN-NO(W-BRN-DX)
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-2721-TRY-BRANCH.
      *--------------------

           IF      W-BRN-NO(W-BRN-DX) = W-BRN-WANT
               SET  W-FOUND        TO TRUE
           END-IF
           .
       SUB-2721-EXIT.
           EXIT.
      /
       SUB-2722-SHIFT-BRANCH.
      *----------------------

           MOVE W-BRN-OCCS(W-SHIFT-DX)
                                   TO W-BRN-OCCS(W-SHIFT-DX + 1)
           .
       SUB-2722-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-REPORT.
      *----------------------

           MOVE SPACES             TO RPTFILE-REC
           MOVE '1'                TO RPT-CC
           MOVE 'FAKERCAL - CALL REPORT SCHEDULES FROM THE GENERATED '
                                   TO RPT-LINE(1 : 52)
           MOVE 'BOOK'             TO RPT-LINE(53 : 4)
           WRITE RPTFILE-REC

           STRING 'AS OF '
                  W-AS-OF-DATE
                  '   EXTRACT SEED '
                  W-EXTRACT-SEED   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2810-DEPOSIT-SCHEDULE THRU SUB-2810-EXIT

           PERFORM SUB-2820-LOAN-SCHEDULE THRU SUB-2820-EXIT

           PERFORM SUB-2830-MATURITY-SCHEDULE THRU SUB-2830-EXIT

           PERFORM SUB-2840-PAST-DUE-SCHEDULE THRU SUB-2840-EXIT

           PERFORM SUB-2850-BRANCH-SCHEDULE THRU SUB-2850-EXIT

           PERFORM SUB-2900-RECONCILE THRU SUB-2900-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-DEPOSIT-SCHEDULE.
      *--------------------------

           MOVE 'SCHEDULE RC-E  DEPOSIT LIABILITIES BY PRODUCT AND '
                                   TO W-BUILD-LINE(1 : 50)
           MOVE 'STATUS'           TO W-BUILD-LINE(51 : 6)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'PRODUCT  STATUS'  TO W-BUILD-LINE(1 : 15)
           MOVE 'ACCOUNTS'         TO W-BUILD-LINE(27 : 8)
           MOVE 'BALANCE'          TO W-BUILD-LINE(52 : 7)
           MOVE 'OVERDRAWN'        TO W-BUILD-LINE(62 : 9)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2811-DEPOSIT-ROW THRU SUB-2811-EXIT
               VARYING W-DEP-DX FROM 1 BY 1
                 UNTIL W-DEP-DX > W-DEP-CNT

           MOVE 'TOTAL DEPOSITS'   TO W-BUILD-LINE(1 : 20)
           MOVE W-TOT-DEP-ACCOUNTS TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(24 : 11)
           MOVE W-TOT-DEP-BALANCE  TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(36 : 23)
           MOVE W-TOT-DEP-OVERDRAWN
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(60 : 11)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-2811-DEPOSIT-ROW.
      *---------------------

           MOVE W-DEP-PRODUCT(W-DEP-DX)
                                   TO W-BUILD-LINE(1 : 4)
           MOVE W-DEP-STATUS(W-DEP-DX)
                                   TO W-BUILD-LINE(10 : 1)

           EVALUATE W-DEP-STATUS(W-DEP-DX)
             WHEN 'O'
               MOVE 'OPEN'         TO W-BUILD-LINE(12 : 11)
             WHEN 'D'
               MOVE 'DORMANT'      TO W-BUILD-LINE(12 : 11)
             WHEN 'C'
               MOVE 'CLOSED'       TO W-BUILD-LINE(12 : 11)
             WHEN 'X'
               MOVE 'CHARGED OFF'  TO W-BUILD-LINE(12 : 11)
             WHEN OTHER
               MOVE 'OTHER'        TO W-BUILD-LINE(12 : 11)
           END-EVALUATE

           MOVE W-DEP-ACCOUNTS(W-DEP-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(24 : 11)
           MOVE W-DEP-BALANCE(W-DEP-DX)
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(36 : 23)
           MOVE W-DEP-OVERDRAWN(W-DEP-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(60 : 11)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           ADD  W-DEP-ACCOUNTS(W-DEP-DX)
                                   TO W-TOT-DEP-ACCOUNTS
           ADD  W-DEP-BALANCE(W-DEP-DX)
                                   TO W-TOT-DEP-BALANCE
           ADD  W-DEP-OVERDRAWN(W-DEP-DX)
                                   TO W-TOT-DEP-OVERDRAWN
           .
       SUB-2811-EXIT.
           EXIT.
      /
       SUB-2820-LOAN-SCHEDULE.
      *-----------------------

           MOVE 'SCHEDULE RC-C  LOANS BY PRODUCT'
                                   TO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'PRODUCT'          TO W-BUILD-LINE(1 : 7)
           MOVE 'LOANS'            TO W-BUILD-LINE(30 : 5)
           MOVE 'PRINCIPAL'        TO W-BUILD-LINE(50 : 9)
           MOVE 'OUTSTANDING'      TO W-BUILD-LINE(72 : 11)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2821-LOAN-ROW THRU SUB-2821-EXIT
               VARYING W-LNP-DX FROM 1 BY 1
                 UNTIL W-LNP-DX > W-LNP-CNT

           MOVE 'TOTAL LOANS'      TO W-BUILD-LINE(1 : 20)
           MOVE W-TOT-LOANS        TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(24 : 11)
           MOVE W-TOT-PRINCIPAL    TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(36 : 23)
           MOVE W-TOT-OUTSTANDING  TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(60 : 23)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2820-EXIT.
           EXIT.
      /
       SUB-2821-LOAN-ROW.
      *------------------

           MOVE W-LNP-PRODUCT(W-LNP-DX)
                                   TO W-BUILD-LINE(1 : 4)
           MOVE W-LNP-LOANS(W-LNP-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(24 : 11)
           MOVE W-LNP-PRINCIPAL(W-LNP-DX)
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(36 : 23)
           MOVE W-LNP-OUTSTANDING(W-LNP-DX)
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(60 : 23)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           ADD  W-LNP-LOANS(W-LNP-DX)
                                   TO W-TOT-LOANS
           ADD  W-LNP-PRINCIPAL(W-LNP-DX)
                                   TO W-TOT-PRINCIPAL
           ADD  W-LNP-OUTSTANDING(W-LNP-DX)
                                   TO W-TOT-OUTSTANDING
           .
       SUB-2821-EXIT.
           EXIT.
      /
       SUB-2830-MATURITY-SCHEDULE.
      *---------------------------

           MOVE 'SCHEDULE RC-C MEMORANDUM  LOANS BY REMAINING MATURITY'
                                   TO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'PRODUCT  REMAINING MATURITY'
                                   TO W-BUILD-LINE(1 : 27)
           MOVE 'LOANS'            TO W-BUILD-LINE(38 : 5)
           MOVE 'OUTSTANDING'      TO W-BUILD-LINE(72 : 11)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2831-MATURITY-PRODUCT THRU SUB-2831-EXIT
               VARYING W-LNP-DX FROM 1 BY 1
                 UNTIL W-LNP-DX > W-LNP-CNT

           MOVE 'TOTAL LOANS'      TO W-BUILD-LINE(1 : 20)
           MOVE W-TOT-MAT-LOANS    TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(32 : 11)
           MOVE W-TOT-MAT-OUT      TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(60 : 23)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2830-EXIT.
           EXIT.
      /
       SUB-2831-MATURITY-PRODUCT.
      *--------------------------

           PERFORM SUB-2832-MATURITY-ROW THRU SUB-2832-EXIT
               VARYING W-MAT-DX FROM 1 BY 1
                 UNTIL W-MAT-DX > 7
           .
       SUB-2831-EXIT.
           EXIT.
      /
       SUB-2832-MATURITY-ROW.
      *----------------------

           IF      W-LNP-MAT-LOANS(W-LNP-DX, W-MAT-DX) = 0
               GO TO SUB-2832-EXIT
           END-IF

           MOVE W-LNP-PRODUCT(W-LNP-DX)
                                   TO W-BUILD-LINE(1 : 4)
           MOVE W-MAT-LABEL(W-MAT-DX)
                                   TO W-BUILD-LINE(10 : 20)
           MOVE W-LNP-MAT-LOANS(W-LNP-DX, W-MAT-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(32 : 11)
           MOVE W-LNP-MAT-OUT(W-LNP-DX, W-MAT-DX)
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(60 : 23)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           ADD  W-LNP-MAT-LOANS(W-LNP-DX, W-MAT-DX)
                                   TO W-TOT-MAT-LOANS
           ADD  W-LNP-MAT-OUT(W-LNP-DX, W-MAT-DX)
                                   TO W-TOT-MAT-OUT
           .
       SUB-2832-EXIT.
           EXIT.
      /
       SUB-2840-PAST-DUE-SCHEDULE.
      *---------------------------

           MOVE 'SCHEDULE RC-N  PAST DUE AND NONACCRUAL LOANS'
                                   TO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'PRODUCT  STATUS'  TO W-BUILD-LINE(1 : 15)
           MOVE 'LOANS'            TO W-BUILD-LINE(38 : 5)
           MOVE 'OUTSTANDING'      TO W-BUILD-LINE(72 : 11)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2841-PAST-DUE-PRODUCT THRU SUB-2841-EXIT
               VARYING W-LNP-DX FROM 1 BY 1
                 UNTIL W-LNP-DX > W-LNP-CNT

           MOVE 'TOTAL LOANS'      TO W-BUILD-LINE(1 : 20)
           MOVE W-TOT-DQ-LOANS     TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(32 : 11)
           MOVE W-TOT-DQ-OUT       TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(60 : 23)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2840-EXIT.
           EXIT.
      /
       SUB-2841-PAST-DUE-PRODUCT.
      *--------------------------

           PERFORM SUB-2842-PAST-DUE-ROW THRU SUB-2842-EXIT
               VARYING W-DQ-DX FROM 1 BY 1
                 UNTIL W-DQ-DX > 4
           .
       SUB-2841-EXIT.
           EXIT.
      /
       SUB-2842-PAST-DUE-ROW.
      *----------------------

           IF      W-LNP-DQ-LOANS(W-LNP-DX, W-DQ-DX) = 0
               GO TO SUB-2842-EXIT
           END-IF

           MOVE W-LNP-PRODUCT(W-LNP-DX)
                                   TO W-BUILD-LINE(1 : 4)
           MOVE W-DQ-LABEL(W-DQ-DX)
                                   TO W-BUILD-LINE(10 : 20)
           MOVE W-LNP-DQ-LOANS(W-LNP-DX, W-DQ-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(32 : 11)
           MOVE W-LNP-DQ-OUT(W-LNP-DX, W-DQ-DX)
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(60 : 23)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           ADD  W-LNP-DQ-LOANS(W-LNP-DX, W-DQ-DX)
                                   TO W-TOT-DQ-LOANS
           ADD  W-LNP-DQ-OUT(W-LNP-DX, W-DQ-DX)
                                   TO W-TOT-DQ-OUT
           .
       SUB-2842-EXIT.
           EXIT.
      /
       SUB-2850-BRANCH-SCHEDULE.
      *-------------------------

           MOVE 'THE BOOK BY BRANCH'
                                   TO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'BRANCH'           TO W-BUILD-LINE(1 : 6)
           MOVE 'CUSTOMERS'        TO W-BUILD-LINE(12 : 9)
           MOVE 'DEPOSITS'         TO W-BUILD-LINE(25 : 8)
           MOVE 'DEPOSIT BALANCE'  TO W-BUILD-LINE(42 : 15)
           MOVE 'LOANS'            TO W-BUILD-LINE(64 : 5)
           MOVE 'LOANS OUTSTANDING'
                                   TO W-BUILD-LINE(76 : 17)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2851-BRANCH-ROW THRU SUB-2851-EXIT
               VARYING W-BRN-DX FROM 1 BY 1
                 UNTIL W-BRN-DX > W-BRN-CNT

           MOVE 'TOTAL'            TO W-BUILD-LINE(1 : 6)
           MOVE W-TOT-BRN-CUSTOMERS
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(10 : 11)
           MOVE W-TOT-BRN-DEP-ACCOUNTS
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(22 : 11)
           MOVE W-TOT-BRN-DEP-BALANCE
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(34 : 23)
           MOVE W-TOT-BRN-LOANS    TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(58 : 11)
           MOVE W-TOT-BRN-LOAN-OUT TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(70 : 23)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2851-BRANCH-ROW.
      *--------------------

           IF      W-BRN-NO(W-BRN-DX) = SPACES
               MOVE '(NONE)'       TO W-BUILD-LINE(1 : 6)
           ELSE
               MOVE W-BRN-NO(W-BRN-DX)
                                   TO W-BUILD-LINE(1 : 4)
           END-IF
           MOVE W-BRN-CUSTOMERS(W-BRN-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(10 : 11)
           MOVE W-BRN-DEP-ACCOUNTS(W-BRN-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(22 : 11)
           MOVE W-BRN-DEP-BALANCE(W-BRN-DX)
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(34 : 23)
           MOVE W-BRN-LOANS(W-BRN-DX)
                                   TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(58 : 11)
           MOVE W-BRN-LOAN-OUT(W-BRN-DX)
                                   TO W-MONEY
           DIVIDE 100            INTO W-MONEY
           MOVE W-MONEY            TO W-MONEY-EDIT
           MOVE W-MONEY-EDIT       TO W-BUILD-LINE(70 : 23)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           ADD  W-BRN-CUSTOMERS(W-BRN-DX)
                                   TO W-TOT-BRN-CUSTOMERS
           ADD  W-BRN-DEP-ACCOUNTS(W-BRN-DX)
                                   TO W-TOT-BRN-DEP-ACCOUNTS
           ADD  W-BRN-DEP-BALANCE(W-BRN-DX)
                                   TO W-TOT-BRN-DEP-BALANCE
           ADD  W-BRN-LOANS(W-BRN-DX)
                                   TO W-TOT-BRN-LOANS
           ADD  W-BRN-LOAN-OUT(W-BRN-DX)
                                   TO W-TOT-BRN-LOAN-OUT
           .
       SUB-2851-EXIT.
           EXIT.
      /
       SUB-2890-PRINT-LINE.
      *--------------------

           MOVE SPACES             TO RPTFILE-REC
           MOVE ' '                TO RPT-CC
           MOVE W-BUILD-LINE       TO RPT-LINE

           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2890-EXIT.
           EXIT.
      /
       SUB-2900-RECONCILE.
      *-------------------

      **** Every schedule total against its control total.

           MOVE 'RECONCILIATION TO THE FAKERGEN BALANCE FILE'
                                   TO W-BUILD-LINE
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'SCHEDULE TOTAL'   TO W-BUILD-LINE(1 : 14)
           MOVE 'SCHEDULE'         TO W-BUILD-LINE(56 : 8)
           MOVE 'CONTROL'          TO W-BUILD-LINE(81 : 7)
           MOVE 'DIFFERENCE'       TO W-BUILD-LINE(102 : 10)
           MOVE 'RESULT'           TO W-BUILD-LINE(114 : 6)
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           MOVE 'RC-E  DEPOSIT ACCOUNTS'
                                   TO W-RCN-LABEL
           MOVE W-TOT-DEP-ACCOUNTS TO W-RCN-SCHEDULE
           MOVE W-CTL-D-ACCOUNTS   TO W-CTL-DX
           MOVE 'N'                TO W-RCN-AMOUNT-SW
                                      W-RCN-MAGNITUDE-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'RC-E  DEPOSIT BALANCE (MAGNITUDE)'
                                   TO W-RCN-LABEL
           MOVE W-TOT-DEP-BALANCE  TO W-RCN-SCHEDULE
           MOVE W-CTL-D-CLOSE-BAL  TO W-CTL-DX
           MOVE 'Y'                TO W-RCN-AMOUNT-SW
                                      W-RCN-MAGNITUDE-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'RC-C  LOANS'      TO W-RCN-LABEL
           MOVE W-TOT-LOANS        TO W-RCN-SCHEDULE
           MOVE W-CTL-L-LOANS      TO W-CTL-DX
           MOVE 'N'                TO W-RCN-AMOUNT-SW
                                      W-RCN-MAGNITUDE-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'RC-C  PRINCIPAL'  TO W-RCN-LABEL
           MOVE W-TOT-PRINCIPAL    TO W-RCN-SCHEDULE
           MOVE W-CTL-L-PRINCIPAL  TO W-CTL-DX
           MOVE 'Y'                TO W-RCN-AMOUNT-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'RC-C  OUTSTANDING'
                                   TO W-RCN-LABEL
           MOVE W-TOT-OUTSTANDING  TO W-RCN-SCHEDULE
           MOVE W-CTL-L-OUTSTANDING
                                   TO W-CTL-DX
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'RC-C MEMO  LOANS'  TO W-RCN-LABEL
           MOVE W-TOT-MAT-LOANS    TO W-RCN-SCHEDULE
           MOVE W-CTL-L-LOANS      TO W-CTL-DX
           MOVE 'N'                TO W-RCN-AMOUNT-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'RC-C MEMO  OUTSTANDING'
                                   TO W-RCN-LABEL
           MOVE W-TOT-MAT-OUT      TO W-RCN-SCHEDULE
           MOVE W-CTL-L-OUTSTANDING
                                   TO W-CTL-DX
           MOVE 'Y'                TO W-RCN-AMOUNT-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'RC-N  LOANS'      TO W-RCN-LABEL
           MOVE W-TOT-DQ-LOANS     TO W-RCN-SCHEDULE
           MOVE W-CTL-L-LOANS      TO W-CTL-DX
           MOVE 'N'                TO W-RCN-AMOUNT-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'RC-N  OUTSTANDING'
                                   TO W-RCN-LABEL
           MOVE W-TOT-DQ-OUT       TO W-RCN-SCHEDULE
           MOVE W-CTL-L-OUTSTANDING
                                   TO W-CTL-DX
           MOVE 'Y'                TO W-RCN-AMOUNT-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'BRANCH  CUSTOMERS'
                                   TO W-RCN-LABEL
           MOVE W-TOT-BRN-CUSTOMERS
                                   TO W-RCN-SCHEDULE
           MOVE W-CTL-P-CUSTOMERS  TO W-CTL-DX
           MOVE 'N'                TO W-RCN-AMOUNT-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'BRANCH  DEPOSIT ACCOUNTS'
                                   TO W-RCN-LABEL
           MOVE W-TOT-BRN-DEP-ACCOUNTS
                                   TO W-RCN-SCHEDULE
           MOVE W-CTL-D-ACCOUNTS   TO W-CTL-DX
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'BRANCH  DEPOSIT BALANCE (MAGNITUDE)'
                                   TO W-RCN-LABEL
           MOVE W-TOT-BRN-DEP-BALANCE
                                   TO W-RCN-SCHEDULE
           MOVE W-CTL-D-CLOSE-BAL  TO W-CTL-DX
           MOVE 'Y'                TO W-RCN-AMOUNT-SW
                                      W-RCN-MAGNITUDE-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'BRANCH  LOANS'    TO W-RCN-LABEL
           MOVE W-TOT-BRN-LOANS    TO W-RCN-SCHEDULE
           MOVE W-CTL-L-LOANS      TO W-CTL-DX
           MOVE 'N'                TO W-RCN-AMOUNT-SW
                                      W-RCN-MAGNITUDE-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           MOVE 'BRANCH  LOANS OUTSTANDING'
                                   TO W-RCN-LABEL
           MOVE W-TOT-BRN-LOAN-OUT TO W-RCN-SCHEDULE
           MOVE W-CTL-L-OUTSTANDING
                                   TO W-CTL-DX
           MOVE 'Y'                TO W-RCN-AMOUNT-SW
           PERFORM SUB-2910-RECONCILE-LINE THRU SUB-2910-EXIT

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT

           IF      W-RCN-BREAKS = 0
               MOVE 'ALL SCHEDULE TOTALS AGREE WITH THE BALANCE FILE'
                                   TO W-BUILD-LINE
           ELSE
               MOVE W-RCN-BREAKS   TO W-COUNT-EDIT
               STRING 'SCHEDULE TOTALS OUT OF BALANCE: '
                      W-COUNT-EDIT DELIMITED SIZE
                                   INTO W-BUILD-LINE
           END-IF
           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-RECONCILE-LINE.
      *------------------------

      **** A control the balance file does not carry cannot be
      **** proved, so it counts as a break.

           ADD  1                  TO W-RCN-LINES

           MOVE W-RCN-LABEL        TO W-BUILD-LINE(1 : 40)

           IF      W-RCN-MAGNITUDE
           AND     W-RCN-SCHEDULE < 0
               COMPUTE W-RCN-SCHEDULE
                                   =  0 - W-RCN-SCHEDULE
           END-IF

           MOVE W-RCN-SCHEDULE     TO W-RCN-DIFFERENCE
           PERFORM SUB-2920-EDIT-VALUE THRU SUB-2920-EXIT
           MOVE W-EDIT-OUT         TO W-BUILD-LINE(41 : 23)

           IF      NOT W-CTL-FOUND(W-CTL-DX)
               MOVE 'NO CONTROL'   TO W-BUILD-LINE(114 : 19)
               ADD  1              TO W-RCN-BREAKS
               PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
               GO TO SUB-2910-EXIT
           END-IF

           MOVE W-CTL-VALUE(W-CTL-DX)
                                   TO W-RCN-CONTROL
                                      W-RCN-DIFFERENCE
           PERFORM SUB-2920-EDIT-VALUE THRU SUB-2920-EXIT
           MOVE W-EDIT-OUT         TO W-BUILD-LINE(65 : 23)

           COMPUTE W-RCN-DIFFERENCE
                                   =  W-RCN-SCHEDULE - W-RCN-CONTROL
           PERFORM SUB-2920-EDIT-VALUE THRU SUB-2920-EXIT
           MOVE W-EDIT-OUT         TO W-BUILD-LINE(89 : 23)

           IF      W-RCN-DIFFERENCE = 0
               MOVE 'AGREES'       TO W-BUILD-LINE(114 : 19)
           ELSE
               MOVE 'OUT OF BALANCE'
                                   TO W-BUILD-LINE(114 : 19)
               ADD  1              TO W-RCN-BREAKS
           END-IF

           PERFORM SUB-2890-PRINT-LINE THRU SUB-2890-EXIT
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2920-EDIT-VALUE.
      *--------------------

      **** W-RCN-DIFFERENCE edited as money or as a count.

           IF      W-RCN-AMOUNT
               MOVE W-RCN-DIFFERENCE
                                   TO W-MONEY
               DIVIDE 100        INTO W-MONEY
               MOVE W-MONEY        TO W-MONEY-EDIT
               MOVE W-MONEY-EDIT   TO W-EDIT-OUT
           ELSE
               MOVE W-RCN-DIFFERENCE
                                   TO W-COUNT-SIGNED-EDIT
               MOVE SPACES         TO W-EDIT-OUT
               MOVE W-COUNT-SIGNED-EDIT
                                   TO W-EDIT-OUT(12 : 12)
           END-IF
           .
       SUB-2920-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           CLOSE CALIN
                 RPTFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERCAL Report.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-CALIN-RECS       TO W-DISP-NUM
           DISPLAY 'CALIN records read:       '
                   W-DISP-NUM

           MOVE W-CUSTOMERS        TO W-DISP-NUM
           DISPLAY 'Customers:                '
                   W-DISP-NUM

           MOVE W-DEPOSITS         TO W-DISP-NUM
           DISPLAY 'Deposit accounts:         '
                   W-DISP-NUM

           MOVE W-LOANS            TO W-DISP-NUM
           DISPLAY 'Loans:                    '
                   W-DISP-NUM

           IF      RETURN-CODE = 0
               MOVE W-RCN-BREAKS   TO W-DISP-NUM
               DISPLAY 'Totals out of balance:    '
                       W-DISP-NUM
               IF      W-RCN-BREAKS > 0
                   DISPLAY 'FAKERCAL: schedules do NOT reconcile to '
                           'BALFILE'
                   MOVE 8          TO RETURN-CODE
               ELSE
                   DISPLAY 'FAKERCAL: schedules reconcile to BALFILE'
               END-IF
           END-IF

           DISPLAY 'FAKERCAL completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
