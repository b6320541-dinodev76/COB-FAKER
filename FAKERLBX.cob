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

       PROGRAM-ID.             FAKERLBX.

      **** Wholesale lockbox remittance generation for cash-
      **** application testing.  The payers are the companies on
      **** the extract's 'C' records - one payer per distinct
      **** company, matched to its employer number when the run
      **** carried the employer pool - each paying by check from the
      **** bank fields on the 'B' record beside its 'C' record.
      **** Every payment covers one or more generated invoices,
      **** which are written to the open-items file the cash-
      **** application system loads as its receivables; the checks
      **** and their remittance stubs go out as a BAI-style lockbox
      **** transmission - immediate address header (1), service
      **** record (2), lockbox header (5), one detail record (6) per
      **** check with an invoice overflow record (4) per stub line,
      **** batch totals (7), the lockbox total (8) and the
      **** destination trailer (9).
      ****
      **** A controlled share of the checks is planted hard to
      **** apply:
      ****     SHORT  - the check pays less than the invoice;
      ****     OVER   - the check pays more than the invoice;
      ****     NOINV  - the stub cites an invoice number that is on
      ****              nobody's open items;
      ****     TWOINV - one check pays two invoices but the stub
      ****              cites only the first, at the check total.
      **** The answer key states the correct application of every
      **** check, planted or clean: one line per invoice the check
      **** pays, with the amount to apply, what stays open on the
      **** invoice, and any overpayment to put on account - so the
      **** apply lines of every check add up to its amount.
      ****
      **** PARM: checks, exception rate percent, checks per batch,
      **** optional seed - comma-delimited.

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
           SELECT EMPFILE             ASSIGN 'Data\FAKERGEN Empxref.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-EMPFILE-STATUS.

           SELECT LBXIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LBXIN-STATUS.

           SELECT LBXFILE            ASSIGN 'Data\FAKERLBX Lockbox.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT OPNFILE          ASSIGN 'Data\FAKERLBX Openitems.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE             ASSIGN 'Data\FAKERLBX Anskey.txt'
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

       FD  EMPFILE.

       01  EMPFILE-REC.
           05  EMP-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  EMP-EMPLOYER-NO     PIC X(04).
           05  FILLER              PIC X(01).
           05  EMP-EMPLOYER-NAME   PIC X(35).

       FD  LBXIN.

       01  LBXIN-REC.
           05  LBI-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(319).

       01  LBXIN-B-REC.
           05  FILLER              PIC X(02).
           05  LBB-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  LBB-BANK-ROUTING    PIC X(10).
           05  FILLER              PIC X(01).
           05  LBB-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(280).

       01  LBXIN-C-REC.
           05  FILLER              PIC X(02).
           05  LBC-COMPANY         PIC X(50).
           05  FILLER              PIC X(01).
           05  LBC-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(253).

       FD  LBXFILE.

       01  LBXFILE-REC             PIC X(80).

       01  LBX-ADDRESS-HDR-REC REDEFINES LBXFILE-REC.
           05  LAH-RECORD-TYPE     PIC X(01).
           05  LAH-PRIORITY-CODE   PIC X(02).
           05  LAH-DESTINATION     PIC X(10).
           05  LAH-ORIGIN          PIC X(10).
           05  LAH-CREATION-DATE   PIC 9(06).
           05  LAH-CREATION-TIME   PIC 9(04).
           05  FILLER              PIC X(47).

       01  LBX-SERVICE-REC REDEFINES LBXFILE-REC.
           05  LSV-RECORD-TYPE     PIC X(01).
           05  LSV-ULT-DESTINATION PIC X(10).
           05  LSV-ORIGIN          PIC X(10).
           05  LSV-REFERENCE-CODE  PIC X(10).
           05  LSV-SERVICE-TYPE    PIC X(03).
           05  LSV-RECORD-SIZE     PIC X(03).
           05  LSV-BLOCKING-FACTOR PIC X(04).
           05  LSV-FORMAT-CODE     PIC X(01).
           05  FILLER              PIC X(38).

       01  LBX-LOCKBOX-HDR-REC REDEFINES LBXFILE-REC.
           05  LLH-RECORD-TYPE     PIC X(01).
           05  LLH-BATCH-NO        PIC 9(03).
           05  LLH-ITEM-NO         PIC 9(03).
           05  LLH-LOCKBOX-NO      PIC 9(07).
           05  LLH-DEPOSIT-DATE    PIC 9(06).
           05  LLH-ULT-DESTINATION PIC X(10).
           05  LLH-ORIGIN          PIC X(10).
           05  FILLER              PIC X(40).

       01  LBX-DETAIL-REC REDEFINES LBXFILE-REC.
           05  LDT-RECORD-TYPE     PIC X(01).
           05  LDT-BATCH-NO        PIC 9(03).
           05  LDT-ITEM-NO         PIC 9(03).
           05  LDT-AMOUNT          PIC 9(10).
           05  LDT-REMIT-ROUTING   PIC X(09).
           05  LDT-REMIT-ACCOUNT   PIC X(12).
           05  LDT-CHECK-NO        PIC 9(08).
           05  LDT-REMITTER-NAME   PIC X(30).
           05  FILLER              PIC X(04).

       01  LBX-OVERFLOW-REC REDEFINES LBXFILE-REC.
           05  LOV-RECORD-TYPE     PIC X(01).
           05  LOV-BATCH-NO        PIC 9(03).
           05  LOV-ITEM-NO         PIC 9(03).
           05  LOV-OVERFLOW-TYPE   PIC X(01).
           05  LOV-SEQUENCE-NO     PIC 9(02).
           05  LOV-LAST-IND        PIC X(01).
           05  LOV-INVOICE-NO      PIC X(15).
           05  LOV-INVOICE-AMOUNT  PIC 9(10).
           05  FILLER              PIC X(44).

       01  LBX-BATCH-TOTAL-REC REDEFINES LBXFILE-REC.
           05  LBT-RECORD-TYPE     PIC X(01).
           05  LBT-BATCH-NO        PIC 9(03).
           05  LBT-ITEM-NO         PIC 9(03).
           05  LBT-LOCKBOX-NO      PIC 9(07).
           05  LBT-DEPOSIT-DATE    PIC 9(06).
           05  LBT-ITEM-COUNT      PIC 9(03).
           05  LBT-TOTAL-AMOUNT    PIC 9(10).
           05  FILLER              PIC X(47).

       01  LBX-LOCKBOX-TOTAL-REC REDEFINES LBXFILE-REC.
           05  LLT-RECORD-TYPE     PIC X(01).
           05  LLT-BATCH-NO        PIC 9(03).
           05  LLT-ITEM-NO         PIC 9(03).
           05  LLT-LOCKBOX-NO      PIC 9(07).
           05  LLT-DEPOSIT-DATE    PIC 9(06).
           05  LLT-ITEM-COUNT      PIC 9(04).
           05  LLT-TOTAL-AMOUNT    PIC 9(10).
           05  FILLER              PIC X(46).

       01  LBX-TRAILER-REC REDEFINES LBXFILE-REC.
           05  LTR-RECORD-TYPE     PIC X(01).
           05  LTR-RECORD-COUNT    PIC 9(06).
           05  FILLER              PIC X(73).

       FD  OPNFILE.

      **** The receivables the checks pay - what the cash-
      **** application system matches the stubs against.

       01  OPNFILE-REC.
           05  OPN-INVOICE-NO      PIC X(15).
           05  FILLER              PIC X(01).
           05  OPN-PAYER-ID        PIC X(14).
           05  FILLER              PIC X(01).
           05  OPN-PAYER-NAME      PIC X(35).
           05  FILLER              PIC X(01).
           05  OPN-INVOICE-CENTS   PIC 9(10).

       FD  KEYFILE.

       01  KEYFILE-REC.
           05  KEY-BATCH-NO        PIC 9(03).
           05  FILLER              PIC X(01).
           05  KEY-ITEM-NO         PIC 9(03).
           05  FILLER              PIC X(01).
           05  KEY-CHECK-NO        PIC 9(08).
           05  FILLER              PIC X(01).
           05  KEY-PAYER-ID        PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-EXCEPTION-CODE  PIC X(06).
           05  FILLER              PIC X(01).
           05  KEY-STUB-INVOICE-NO PIC X(15).
           05  FILLER              PIC X(01).
           05  KEY-INVOICE-NO      PIC X(15).
           05  FILLER              PIC X(01).
           05  KEY-APPLY-CENTS     PIC 9(10).
           05  FILLER              PIC X(01).
           05  KEY-OPEN-CENTS      PIC 9(10).
           05  FILLER              PIC X(01).
           05  KEY-ON-ACCOUNT-CENTS
                                   PIC 9(10).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-EMPFILE-STATUS        PIC X(02).
       01  W-LBXIN-STATUS          PIC X(02).

       01  W-EMP-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-EMP-EOF                           VALUE 'Y'.
       01  W-LBX-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-LBX-EOF                           VALUE 'Y'.

       01  W-CHECK-COUNT           PIC 9(04)  COMP VALUE 100.
       01  W-EXCEPTION-PCT         PIC 9(02)  COMP VALUE 10.
       01  W-BATCH-SIZE            PIC 9(03)  COMP VALUE 25.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

      **** The payers: one per distinct 'C' company, with the bank
      **** fields off the 'B' record of the customer carrying it.

       01  W-PYR-MAX               PIC S9(9)  COMP VALUE 5000.
       01  W-PYR-CNT               PIC S9(9)  COMP VALUE 0.
       01  W-PYR-DX                PIC S9(9)  COMP.
       01  W-PYR-FOUND-DX          PIC S9(9)  COMP.
       01  W-PYR-TABLE.
           05  W-PYR-OCCS          OCCURS 5000.
               10  W-PYR-ID        PIC X(14).
               10  W-PYR-NAME      PIC X(35).
               10  W-PYR-EMP-NO    PIC 9(04).
               10  W-PYR-ACCOUNT   PIC X(12).
               10  W-PYR-ROUTING   PIC X(09).

      **** The last 'B' record read - its 'C' record follows it.

       01  W-LAST-B-CUST-ID        PIC X(14)       VALUE SPACES.
       01  W-LAST-B-ACCOUNT        PIC X(12).
       01  W-LAST-B-ROUTING        PIC X(10).

      **** Employer names off the cross-reference, by employer no.

       01  W-EMN-MAX               PIC S9(4)  COMP VALUE 200.
       01  W-EMN-DX                PIC S9(4)  COMP.
       01  W-EMN-NAMES.
           05  W-EMN-NAME          PIC X(35)       OCCURS 200.

      **** The check being built and its invoices.

       01  W-CHECK-NO              PIC 9(08).
       01  W-CHECK-CENTS           PIC 9(10)  COMP.
       01  W-INVOICE-TOTAL         PIC 9(10)  COMP.
       01  W-ADJUST-CENTS          PIC 9(10)  COMP.
       01  W-INVOICE-SEQ           PIC 9(06)  COMP VALUE 0.
       01  W-INV-CNT               PIC S9(4)  COMP.
       01  W-INV-DX                PIC S9(4)  COMP.
       01  W-INV-TABLE.
           05  W-INV-OCCS          OCCURS 3.
               10  W-INV-NO        PIC X(15).
               10  W-INV-CENTS     PIC 9(10)  COMP.
       01  W-INVOICE-NO-BUILD.
           05  FILLER              PIC X(03)       VALUE 'INV'.
           05  W-INB-PAYER-NO      PIC 9(04).
           05  FILLER              PIC X(01)       VALUE '-'.
           05  W-INB-SEQ           PIC 9(06).
           05  FILLER              PIC X(01)       VALUE SPACE.

       01  W-EXCEPTION-CODE        PIC X(06).
           88  W-EXC-CLEAN                         VALUE 'CLEAN '.
           88  W-EXC-SHORT                         VALUE 'SHORT '.
           88  W-EXC-OVER                          VALUE 'OVER  '.
           88  W-EXC-NOINV                         VALUE 'NOINV '.
           88  W-EXC-TWOINV                        VALUE 'TWOINV'.

       01  W-EXC-TALLY.
           05  W-CLEAN-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-SHORT-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-OVER-CNT          PIC 9(09)  COMP VALUE 0.
           05  W-NOINV-CNT         PIC 9(09)  COMP VALUE 0.
           05  W-TWOINV-CNT        PIC 9(09)  COMP VALUE 0.

       01  W-PICK                  PIC S9(9)  COMP.

       01  W-AMOUNT-TEXT           PIC X(10).
       01  FILLER REDEFINES W-AMOUNT-TEXT.
           05  W-AMOUNT-DOLLARS    PIC 9(07).
           05  FILLER              PIC X(01).
           05  W-AMOUNT-PENNIES    PIC 9(02).

      **** Lockbox balancing - batch level, lockbox level, file.

       01  W-LOCKBOX-NO            PIC 9(07).
       01  W-BATCH-OPEN-SW         PIC X(01)       VALUE 'N'.
           88  W-BATCH-OPEN                        VALUE 'Y'.
       01  W-BATCH-NO              PIC 9(03)  COMP VALUE 0.
       01  W-ITEM-NO               PIC 9(03)  COMP VALUE 0.
       01  W-BATCH-CENTS           PIC 9(10)  COMP VALUE 0.
       01  W-CHECKS-WRITTEN        PIC 9(04)  COMP VALUE 0.
       01  W-LOCKBOX-CENTS         PIC 9(10)  COMP VALUE 0.
       01  W-LBX-RECORDS           PIC 9(06)  COMP VALUE 0.
       01  W-OPEN-ITEMS            PIC 9(09)  COMP VALUE 0.
       01  W-KEY-LINES             PIC 9(09)  COMP VALUE 0.
       01  W-STUB-SEQ              PIC 9(02)  COMP.

       01  W-CURRENT-DATE.
           05  W-CURRENT-YYYY-MM-DD
                                   PIC 9(08).
           05  W-CURRENT-HH-MM-SS-HS
                                   PIC 9(08).
           05  FILLER              PIC X(05).

       01  FILLER REDEFINES W-CURRENT-DATE.
           05  FILLER              PIC X(02).
           05  W-CURRENT-YYMMDD    PIC 9(06).
           05  W-CURRENT-HHMM      PIC 9(04).
           05  FILLER              PIC X(09).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERLBX error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERLBX check seed text          '.
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

       01  W-FAKER-PARAMETER.      COPY FAKERLNK.

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.

       01  W-PARM-TEXT             PIC X(40)       VALUE SPACES.
       01  W-PARM-CHECKS           PIC 9(04).
       01  W-PARM-EXCEPTION-PCT    PIC 9(02).
       01  W-PARM-BATCH-SIZE       PIC 9(03).
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
                   W-CHECK-COUNT TIMES
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

           DISPLAY 'FAKERLBX compiled on '
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

      **** The lockbox number is the client's box at this bank - a
      **** seven-digit number fixed by the run seed.

           DIVIDE W-RUN-SEED-NO    BY 9000000
                                   GIVING W-PICK
                                   REMAINDER W-LOCKBOX-NO
           ADD  1000000            TO W-LOCKBOX-NO

           MOVE SPACES             TO W-EMN-NAMES

           PERFORM SUB-1100-LOAD-EMPLOYERS THRU SUB-1100-EXIT

           PERFORM SUB-1300-LOAD-PAYERS THRU SUB-1300-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-PYR-CNT = 0
               DISPLAY W-ERROR-MSG
                       'no US company payers on the extract'
               MOVE 8              TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT LBXFILE
                       OPNFILE
                       KEYFILE

           PERFORM SUB-1400-WRITE-FILE-HEADERS THRU SUB-1400-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-CHECKS
                        W-PARM-EXCEPTION-PCT
                        W-PARM-BATCH-SIZE
                        W-PARM-SEED-NO
           END-UNSTRING

           IF      W-PARM-CHECKS NUMERIC
           AND     W-PARM-CHECKS > 0
               MOVE W-PARM-CHECKS  TO W-CHECK-COUNT
           END-IF

           IF      W-PARM-EXCEPTION-PCT NUMERIC
               MOVE W-PARM-EXCEPTION-PCT
                                   TO W-EXCEPTION-PCT
           END-IF

           IF      W-PARM-BATCH-SIZE NUMERIC
           AND     W-PARM-BATCH-SIZE > 0
               MOVE W-PARM-BATCH-SIZE
                                   TO W-BATCH-SIZE
           END-IF

           IF      W-PARM-SEED-NO NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-EMPLOYERS.
      *------------------------

      **** No cross-reference is not an error - a run without the
      **** employer pool still has its 'C' companies.

           OPEN INPUT EMPFILE

           IF      W-EMPFILE-STATUS NOT = '00'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-LOAD-ONE-EMPLOYER THRU SUB-1110-EXIT
               UNTIL W-EMP-EOF

           CLOSE EMPFILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-LOAD-ONE-EMPLOYER.
      *---------------------------

           READ EMPFILE
               AT END
                   SET  W-EMP-EOF  TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      EMP-EMPLOYER-NO NOT NUMERIC
               GO TO SUB-1110-EXIT
           END-IF

           MOVE EMP-EMPLOYER-NO    TO W-EMN-DX

           IF      W-EMN-DX > 0
           AND     W-EMN-DX <= W-EMN-MAX
           AND     W-EMN-NAME(W-EMN-DX) = SPACES
               MOVE EMP-EMPLOYER-NAME
                                   TO W-EMN-NAME(W-EMN-DX)
           END-IF
           .
       SUB-1110-EXIT.
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
       SUB-1300-LOAD-PAYERS.
      *---------------------

           OPEN INPUT LBXIN

           IF      W-LBXIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open LBXIN, status '
                       W-LBXIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-TAKE-ONE-RECORD THRU SUB-1310-EXIT
               UNTIL W-LBX-EOF

           CLOSE LBXIN
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-TAKE-ONE-RECORD.
      *-------------------------

           READ LBXIN
               AT END
                   SET  W-LBX-EOF  TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           EVALUATE LBI-RECORD-TYPE
             WHEN 'B'
               MOVE LBB-CUSTOMER-ID
                                   TO W-LAST-B-CUST-ID
               MOVE LBB-BANK-ACCOUNT
                                   TO W-LAST-B-ACCOUNT
               MOVE LBB-BANK-ROUTING
                                   TO W-LAST-B-ROUTING

             WHEN 'C'
               PERFORM SUB-1320-ADD-PAYER THRU SUB-1320-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-1320-ADD-PAYER.
      *-------------------

      **** A check needs an ABA routing number, so only a company
      **** whose customer banks domestically can pay; a company
      **** already in the table keeps its first bank fields.

           IF      LBC-COMPANY = SPACES
           OR      LBC-CUSTOMER-ID NOT = W-LAST-B-CUST-ID
           OR      W-LAST-B-ROUTING(1 : 9) NOT NUMERIC
           OR      W-LAST-B-ACCOUNT = SPACES
               GO TO SUB-1320-EXIT
           END-IF

           MOVE 0                  TO W-PYR-FOUND-DX

           PERFORM SUB-1330-FIND-PAYER THRU SUB-1330-EXIT
               VARYING W-PYR-DX FROM 1 BY 1
                 UNTIL W-PYR-DX > W-PYR-CNT
                    OR W-PYR-FOUND-DX > 0

           IF      W-PYR-FOUND-DX > 0
           OR      W-PYR-CNT >= W-PYR-MAX
               GO TO SUB-1320-EXIT
           END-IF

           ADD  1                  TO W-PYR-CNT
           MOVE LBC-CUSTOMER-ID    TO W-PYR-ID(W-PYR-CNT)
           MOVE LBC-COMPANY        TO W-PYR-NAME(W-PYR-CNT)
           MOVE W-LAST-B-ACCOUNT   TO W-PYR-ACCOUNT(W-PYR-CNT)
           MOVE W-LAST-B-ROUTING(1 : 9)
                                   TO W-PYR-ROUTING(W-PYR-CNT)
           MOVE 0                  TO W-PYR-EMP-NO(W-PYR-CNT)

           PERFORM SUB-1340-MATCH-EMPLOYER THRU SUB-1340-EXIT
               VARYING W-EMN-DX FROM 1 BY 1
                 UNTIL W-EMN-DX > W-EMN-MAX
                    OR W-PYR-EMP-NO(W-PYR-CNT) > 0
           .
       SUB-1320-EXIT.
           EXIT.
      /
       SUB-1330-FIND-PAYER.
      *--------------------

           IF      W-PYR-NAME(W-PYR-DX) = LBC-COMPANY
               MOVE W-PYR-DX       TO W-PYR-FOUND-DX
           END-IF
           .
       SUB-1330-EXIT.
           EXIT.
      /
       SUB-1340-MATCH-EMPLOYER.
      *------------------------

           IF      W-EMN-NAME(W-EMN-DX) NOT = SPACES
           AND     W-EMN-NAME(W-EMN-DX) = W-PYR-NAME(W-PYR-CNT)
               MOVE W-EMN-DX       TO W-PYR-EMP-NO(W-PYR-CNT)
           END-IF
           .
       SUB-1340-EXIT.
           EXIT.
      /
       SUB-1400-WRITE-FILE-HEADERS.
      *----------------------------

           MOVE SPACES             TO LBXFILE-REC
           MOVE '1'                TO LAH-RECORD-TYPE
           MOVE '01'               TO LAH-PRIORITY-CODE
           MOVE ' 123456789'       TO LAH-DESTINATION
           MOVE ' 987654321'       TO LAH-ORIGIN
           MOVE W-CURRENT-YYMMDD   TO LAH-CREATION-DATE
           MOVE W-CURRENT-HHMM     TO LAH-CREATION-TIME

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT

           MOVE SPACES             TO LBXFILE-REC
           MOVE '2'                TO LSV-RECORD-TYPE
           MOVE ' 123456789'       TO LSV-ULT-DESTINATION
           MOVE ' 987654321'       TO LSV-ORIGIN
           MOVE 'LOCKBOX'          TO LSV-REFERENCE-CODE
           MOVE '400'              TO LSV-SERVICE-TYPE
           MOVE '080'              TO LSV-RECORD-SIZE
           MOVE '0000'             TO LSV-BLOCKING-FACTOR
           MOVE '1'                TO LSV-FORMAT-CODE

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           ADD  1                  TO W-CHECKS-WRITTEN

           MOVE W-CHECKS-WRITTEN   TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           IF      W-BATCH-OPEN
           AND     W-ITEM-NO >= W-BATCH-SIZE
               PERFORM SUB-2900-CLOSE-BATCH THRU SUB-2900-EXIT
           END-IF

           IF      NOT W-BATCH-OPEN
               PERFORM SUB-2100-OPEN-BATCH THRU SUB-2100-EXIT
           END-IF

           ADD  1                  TO W-ITEM-NO

      **** PAYER - any payer, uniformly.

           COMPUTE W-PYR-DX        =  FAKRAND-RANDOM-NO * W-PYR-CNT
           ADD  1                  TO W-PYR-DX

           PERFORM SUB-2150-NEXT-RANDOM THRU SUB-2150-EXIT

           COMPUTE W-CHECK-NO      =  FAKRAND-RANDOM-NO * 899999
           ADD  100000             TO W-CHECK-NO

      **** EXCEPTION - the planted share, split evenly across the
      **** four hard-to-apply shapes.

           PERFORM SUB-2150-NEXT-RANDOM THRU SUB-2150-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-EXCEPTION-PCT
               PERFORM SUB-2150-NEXT-RANDOM THRU SUB-2150-EXIT
               COMPUTE W-PICK      =  FAKRAND-RANDOM-NO * 4

               EVALUATE W-PICK
                 WHEN 0
                   SET  W-EXC-SHORT
                                   TO TRUE
                 WHEN 1
                   SET  W-EXC-OVER TO TRUE
                 WHEN 2
                   SET  W-EXC-NOINV
                                   TO TRUE
                 WHEN OTHER
                   SET  W-EXC-TWOINV
                                   TO TRUE
               END-EVALUATE
           ELSE
               SET  W-EXC-CLEAN    TO TRUE
           END-IF

      **** INVOICES - a clean check pays one to three; a short,
      **** over or unknown-invoice check pays one, so its answer is
      **** unambiguous; a two-invoice check pays exactly two.

           EVALUATE TRUE
             WHEN W-EXC-CLEAN
               PERFORM SUB-2150-NEXT-RANDOM THRU SUB-2150-EXIT
               COMPUTE W-INV-CNT   =  FAKRAND-RANDOM-NO * 3
               ADD  1              TO W-INV-CNT
             WHEN W-EXC-TWOINV
               MOVE 2              TO W-INV-CNT
             WHEN OTHER
               MOVE 1              TO W-INV-CNT
           END-EVALUATE

           MOVE 0                  TO W-INVOICE-TOTAL

           PERFORM SUB-2200-BUILD-ONE-INVOICE THRU SUB-2200-EXIT
               VARYING W-INV-DX FROM 1 BY 1
                 UNTIL W-INV-DX > W-INV-CNT

           PERFORM SUB-2300-PRICE-CHECK THRU SUB-2300-EXIT

           PERFORM SUB-2400-WRITE-CHECK THRU SUB-2400-EXIT

           PERFORM SUB-2500-WRITE-ANSWER THRU SUB-2500-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-OPEN-BATCH.
      *--------------------

           ADD  1                  TO W-BATCH-NO
           MOVE 0                  TO W-ITEM-NO
                                      W-BATCH-CENTS
           SET  W-BATCH-OPEN       TO TRUE

           MOVE SPACES             TO LBXFILE-REC
           MOVE '5'                TO LLH-RECORD-TYPE
           MOVE W-BATCH-NO         TO LLH-BATCH-NO
           MOVE 0                  TO LLH-ITEM-NO
           MOVE W-LOCKBOX-NO       TO LLH-LOCKBOX-NO
           MOVE W-CURRENT-YYMMDD   TO LLH-DEPOSIT-DATE
           MOVE ' 123456789'       TO LLH-ULT-DESTINATION
           MOVE ' 987654321'       TO LLH-ORIGIN

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-NEXT-RANDOM.
      *---------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-BUILD-ONE-INVOICE.
      *---------------------------

      **** Invoice numbers run per lockbox, prefixed with the
      **** payer's table slot, and stay below 900000 - the range a
      **** NOINV stub cites so it can never hit a real invoice.

           ADD  1                  TO W-INVOICE-SEQ
           MOVE W-PYR-DX           TO W-INB-PAYER-NO
           MOVE W-INVOICE-SEQ      TO W-INB-SEQ
           MOVE W-INVOICE-NO-BUILD TO W-INV-NO(W-INV-DX)

      **** AMOUNT - commercial invoice sized: mostly hundreds and
      **** low thousands, a tail into five figures.

           SET  FINANCE-AMOUNT     TO TRUE
           MOVE 50.00              TO FAKER-AMOUNT-MIN
           MOVE 25000.00           TO FAKER-AMOUNT-MAX
           SET  AMOUNT-SHAPE-LOGNORMAL
                                   TO TRUE
           PERFORM SUB-2210-CALL-FAKER THRU SUB-2210-EXIT
           MOVE 0                  TO FAKER-AMOUNT-MIN
                                      FAKER-AMOUNT-MAX
           SET  AMOUNT-SHAPE-UNIFORM
                                   TO TRUE

           MOVE FAKER-RESULT(1 : 10)
                                   TO W-AMOUNT-TEXT
           COMPUTE W-INV-CENTS(W-INV-DX)
                                   =  W-AMOUNT-DOLLARS * 100
                                      + W-AMOUNT-PENNIES
           ADD  W-INV-CENTS(W-INV-DX)
                                   TO W-INVOICE-TOTAL

           MOVE SPACES             TO OPNFILE-REC
           MOVE W-INV-NO(W-INV-DX) TO OPN-INVOICE-NO
           MOVE W-PYR-ID(W-PYR-DX) TO OPN-PAYER-ID
           MOVE W-PYR-NAME(W-PYR-DX)
                                   TO OPN-PAYER-NAME
           MOVE W-INV-CENTS(W-INV-DX)
                                   TO OPN-INVOICE-CENTS

           WRITE OPNFILE-REC
           ADD  1                  TO W-OPEN-ITEMS
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2210-CALL-FAKER.
      *--------------------

           MOVE 'FAKERLBX'         TO FAKER-CALLING-PROGRAM

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       FAKER-RESPONSE-CODE
                       ' - '
                       FAKER-RESPONSE-MSG
           END-IF
           .
       SUB-2210-EXIT.
           EXIT.
      /
       SUB-2300-PRICE-CHECK.
      *---------------------

      **** SHORT pays 80 to 95 percent of the invoice; OVER adds one
      **** to five hundred dollars; the others pay in full.

           MOVE W-INVOICE-TOTAL    TO W-CHECK-CENTS
           MOVE 0                  TO W-ADJUST-CENTS

           EVALUATE TRUE
             WHEN W-EXC-SHORT
               PERFORM SUB-2150-NEXT-RANDOM THRU SUB-2150-EXIT
               COMPUTE W-ADJUST-CENTS
                                   =  W-INVOICE-TOTAL
                                      * FAKRAND-RANDOM-NO * 0.15
                                      + W-INVOICE-TOTAL * 0.05
               IF      W-ADJUST-CENTS = 0
                   MOVE 1          TO W-ADJUST-CENTS
               END-IF
               SUBTRACT W-ADJUST-CENTS
                                   FROM W-CHECK-CENTS

             WHEN W-EXC-OVER
               PERFORM SUB-2150-NEXT-RANDOM THRU SUB-2150-EXIT
               COMPUTE W-ADJUST-CENTS
                                   =  FAKRAND-RANDOM-NO * 49900
               ADD  100            TO W-ADJUST-CENTS
               ADD  W-ADJUST-CENTS TO W-CHECK-CENTS

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-CHECK.
      *---------------------

           MOVE SPACES             TO LBXFILE-REC
           MOVE '6'                TO LDT-RECORD-TYPE
           MOVE W-BATCH-NO         TO LDT-BATCH-NO
           MOVE W-ITEM-NO          TO LDT-ITEM-NO
           MOVE W-CHECK-CENTS      TO LDT-AMOUNT
           MOVE W-PYR-ROUTING(W-PYR-DX)
                                   TO LDT-REMIT-ROUTING
           MOVE W-PYR-ACCOUNT(W-PYR-DX)
                                   TO LDT-REMIT-ACCOUNT
           MOVE W-CHECK-NO         TO LDT-CHECK-NO
           MOVE W-PYR-NAME(W-PYR-DX)
                                   TO LDT-REMITTER-NAME

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT

           ADD  1                  TO W-CLEAN-CNT
           ADD  W-CHECK-CENTS      TO W-BATCH-CENTS
                                      W-LOCKBOX-CENTS

      **** The stub, as the payer filled it in.

           MOVE 0                  TO W-STUB-SEQ

           EVALUATE TRUE
             WHEN W-EXC-CLEAN
               PERFORM SUB-2410-WRITE-STUB-LINE THRU SUB-2410-EXIT
                   VARYING W-INV-DX FROM 1 BY 1
                     UNTIL W-INV-DX > W-INV-CNT

             WHEN W-EXC-NOINV
               SUBTRACT 1          FROM W-CLEAN-CNT
               ADD  1              TO W-NOINV-CNT
               MOVE W-INV-NO(1)    TO W-INVOICE-NO-BUILD
               ADD  900000         TO W-INB-SEQ
               PERFORM SUB-2420-WRITE-STUB-TOTAL THRU SUB-2420-EXIT
               MOVE W-INV-NO(1)    TO W-INVOICE-NO-BUILD

             WHEN OTHER
               SUBTRACT 1          FROM W-CLEAN-CNT
               EVALUATE TRUE
                 WHEN W-EXC-SHORT
                   ADD  1          TO W-SHORT-CNT
                 WHEN W-EXC-OVER
                   ADD  1          TO W-OVER-CNT
                 WHEN OTHER
                   ADD  1          TO W-TWOINV-CNT
               END-EVALUATE
               MOVE W-INV-NO(1)    TO W-INVOICE-NO-BUILD
               PERFORM SUB-2420-WRITE-STUB-TOTAL THRU SUB-2420-EXIT
           END-EVALUATE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-WRITE-STUB-LINE.
      *-------------------------

           ADD  1                  TO W-STUB-SEQ

           MOVE SPACES             TO LBXFILE-REC
           MOVE '4'                TO LOV-RECORD-TYPE
           MOVE W-BATCH-NO         TO LOV-BATCH-NO
           MOVE W-ITEM-NO          TO LOV-ITEM-NO
           MOVE '4'                TO LOV-OVERFLOW-TYPE
           MOVE W-STUB-SEQ         TO LOV-SEQUENCE-NO

           IF      W-INV-DX = W-INV-CNT
               MOVE '9'            TO LOV-LAST-IND
           ELSE
               MOVE '0'            TO LOV-LAST-IND
           END-IF

           MOVE W-INV-NO(W-INV-DX) TO LOV-INVOICE-NO
           MOVE W-INV-CENTS(W-INV-DX)
                                   TO LOV-INVOICE-AMOUNT

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2420-WRITE-STUB-TOTAL.
      *--------------------------

      **** A single stub line citing W-INVOICE-NO-BUILD for the
      **** whole check amount.

           MOVE SPACES             TO LBXFILE-REC
           MOVE '4'                TO LOV-RECORD-TYPE
           MOVE W-BATCH-NO         TO LOV-BATCH-NO
           MOVE W-ITEM-NO          TO LOV-ITEM-NO
           MOVE '4'                TO LOV-OVERFLOW-TYPE
           MOVE 1                  TO LOV-SEQUENCE-NO
           MOVE '9'                TO LOV-LAST-IND
           MOVE W-INVOICE-NO-BUILD TO LOV-INVOICE-NO
           MOVE W-CHECK-CENTS      TO LOV-INVOICE-AMOUNT

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT
           .
       SUB-2420-EXIT.
           EXIT.
      /
       SUB-2500-WRITE-ANSWER.
      *----------------------

      **** One line per invoice the check really pays.  A short pay
      **** applies the whole check and leaves the shortfall open; an
      **** overpay closes the invoice and puts the excess on
      **** account; everything else closes its invoices in full.

           PERFORM SUB-2510-WRITE-ONE-ANSWER THRU SUB-2510-EXIT
               VARYING W-INV-DX FROM 1 BY 1
                 UNTIL W-INV-DX > W-INV-CNT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-WRITE-ONE-ANSWER.
      *--------------------------

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-BATCH-NO         TO KEY-BATCH-NO
           MOVE W-ITEM-NO          TO KEY-ITEM-NO
           MOVE W-CHECK-NO         TO KEY-CHECK-NO
           MOVE W-PYR-ID(W-PYR-DX) TO KEY-PAYER-ID
           MOVE W-EXCEPTION-CODE   TO KEY-EXCEPTION-CODE
           MOVE W-INV-NO(W-INV-DX) TO KEY-INVOICE-NO
           MOVE W-INV-CENTS(W-INV-DX)
                                   TO KEY-APPLY-CENTS
           MOVE 0                  TO KEY-OPEN-CENTS
                                      KEY-ON-ACCOUNT-CENTS

           EVALUATE TRUE
             WHEN W-EXC-CLEAN
               MOVE W-INV-NO(W-INV-DX)
                                   TO KEY-STUB-INVOICE-NO
             WHEN W-EXC-NOINV
               MOVE W-INV-NO(1)    TO W-INVOICE-NO-BUILD
               ADD  900000         TO W-INB-SEQ
               MOVE W-INVOICE-NO-BUILD
                                   TO KEY-STUB-INVOICE-NO
             WHEN OTHER
               MOVE W-INV-NO(1)    TO KEY-STUB-INVOICE-NO
           END-EVALUATE

           IF      W-EXC-SHORT
               MOVE W-CHECK-CENTS  TO KEY-APPLY-CENTS
               MOVE W-ADJUST-CENTS TO KEY-OPEN-CENTS
           END-IF

           IF      W-EXC-OVER
               MOVE W-ADJUST-CENTS TO KEY-ON-ACCOUNT-CENTS
           END-IF

           WRITE KEYFILE-REC
           ADD  1                  TO W-KEY-LINES
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2900-CLOSE-BATCH.
      *---------------------

           MOVE SPACES             TO LBXFILE-REC
           MOVE '7'                TO LBT-RECORD-TYPE
           MOVE W-BATCH-NO         TO LBT-BATCH-NO
           MOVE W-ITEM-NO          TO LBT-ITEM-NO
           MOVE W-LOCKBOX-NO       TO LBT-LOCKBOX-NO
           MOVE W-CURRENT-YYMMDD   TO LBT-DEPOSIT-DATE
           MOVE W-ITEM-NO          TO LBT-ITEM-COUNT
           MOVE W-BATCH-CENTS      TO LBT-TOTAL-AMOUNT

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT

           MOVE 'N'                TO W-BATCH-OPEN-SW
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      RETURN-CODE NOT = 0
               GO TO SUB-3000-DISPLAY
           END-IF

           IF      W-BATCH-OPEN
               PERFORM SUB-2900-CLOSE-BATCH THRU SUB-2900-EXIT
           END-IF

           MOVE SPACES             TO LBXFILE-REC
           MOVE '8'                TO LLT-RECORD-TYPE
           MOVE W-BATCH-NO         TO LLT-BATCH-NO
           MOVE W-ITEM-NO          TO LLT-ITEM-NO
           MOVE W-LOCKBOX-NO       TO LLT-LOCKBOX-NO
           MOVE W-CURRENT-YYMMDD   TO LLT-DEPOSIT-DATE
           MOVE W-CHECKS-WRITTEN   TO LLT-ITEM-COUNT
           MOVE W-LOCKBOX-CENTS    TO LLT-TOTAL-AMOUNT

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT

      **** The trailer's record count includes itself.

           MOVE SPACES             TO LBXFILE-REC
           MOVE '9'                TO LTR-RECORD-TYPE
           COMPUTE LTR-RECORD-COUNT
                                   =  W-LBX-RECORDS + 1

           PERFORM SUB-9000-WRITE-LBX THRU SUB-9000-EXIT

           CLOSE LBXFILE
                 OPNFILE
                 KEYFILE

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERLBX Lockbox.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERLBX Openitems.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERLBX Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-PYR-CNT          TO W-DISP-NUM
           DISPLAY 'Payers loaded:            '
                   W-DISP-NUM

           MOVE W-CHECKS-WRITTEN   TO W-DISP-NUM
           DISPLAY 'Checks written:           '
                   W-DISP-NUM

           MOVE W-BATCH-NO         TO W-DISP-NUM
           DISPLAY 'Batches written:          '
                   W-DISP-NUM

           MOVE W-OPEN-ITEMS       TO W-DISP-NUM
           DISPLAY 'Open items written:       '
                   W-DISP-NUM

           MOVE W-CLEAN-CNT        TO W-DISP-NUM
           DISPLAY '    Clean checks:         '
                   W-DISP-NUM

           MOVE W-SHORT-CNT        TO W-DISP-NUM
           DISPLAY '    Short pays:           '
                   W-DISP-NUM

           MOVE W-OVER-CNT         TO W-DISP-NUM
           DISPLAY '    Overpays:             '
                   W-DISP-NUM

           MOVE W-NOINV-CNT        TO W-DISP-NUM
           DISPLAY '    Unknown invoices:     '
                   W-DISP-NUM

           MOVE W-TWOINV-CNT       TO W-DISP-NUM
           DISPLAY '    Two-invoice checks:   '
                   W-DISP-NUM

           MOVE W-KEY-LINES        TO W-DISP-NUM
           DISPLAY 'Answer key lines:         '
                   W-DISP-NUM

           DISPLAY 'FAKERLBX run seed:        '
                   W-RUN-SEED-NO

           DISPLAY 'FAKERLBX completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9000-WRITE-LBX.
      *-------------------

           WRITE LBXFILE-REC

           ADD  1                  TO W-LBX-RECORDS
           .
       SUB-9000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
