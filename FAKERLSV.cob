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

       PROGRAM-ID.             FAKERLSV.

      **** Loan servicing payment posting over a profile-mode
      **** extract.  Each 'L' loan and the 'S' amortization schedule
      **** behind it is serviced from origination to the extract's
      **** run date: every installment that has fallen due draws
      **** what the borrower actually paid, and the payment is posted
      **** the way a servicing system posts it -
      ****     1. whole installments due on or before the payment
      ****        date, oldest first, each split into the schedule's
      ****        interest and principal;
      ****     2. late fees outstanding;
      ****     3. whole installments not yet due (paid ahead);
      ****     4. whatever is left - less than a full installment -
      ****        held in suspense until it makes one up.
      **** An installment still unpaid when its grace period runs
      **** out is charged a late fee of a percentage of the
      **** installment.
      ****
      **** Most borrowers pay the installment on its due date; one
      **** who has fallen behind pays the whole amount due instead,
      **** half the time and always at maturity, and is current
      **** again (CURE).  A
      **** controlled share of the installments is paid otherwise,
      **** split evenly across:
      ****     LATE - paid after the grace period, with the late fee;
      ****     PART - a partial payment, 50 to 90 percent of the
      ****            installment, on the due date;
      ****     PREP - a double payment on the due date, the second
      ****            installment paid ahead;
      ****     SKIP - nothing paid.  One skip in ten is a borrower
      ****            who stops paying altogether.
      ****
      **** The posting file carries a 'P' record per payment with
      **** its principal/interest/fee/suspense split, an 'F' record
      **** per late fee assessed, and an 'E' record per loan with
      **** its ending principal balance, suspense, fees outstanding
      **** and days past due.  The reconciliation report proves each
      **** loan: scheduled less past due plus paid ahead is the P&I
      **** applied, and P&I applied plus fees plus suspense is the
      **** cash posted.  The answer key lists every loan 90 or more
      **** days past due at the run date.
      ****
      **** PARM: exception rate percent (default 10), grace days
      **** (default 15, at most 20), late fee percent (default 5),
      **** optional seed - comma-delimited.  With no seed the
      **** extract's own run seed is used, so the same extract
      **** always services the same way.

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
           SELECT LSVIN                ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LSVIN-STATUS.

           SELECT PSTFILE            ASSIGN 'Data\FAKERLSV Postings.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT RCNFILE              ASSIGN 'Data\FAKERLSV Recon.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKERLSV Anskey.txt'
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

       FD  LSVIN.

      **** The extract is read through one buffer and picked apart
      **** by record type - the REDEFINES mirror FAKERGEN's
      **** GNRTFILE-L/S record layouts field for field.

       01  LSVIN-REC               PIC X(320).

       01  FILLER REDEFINES LSVIN-REC.
           05  LIN-RECORD-TYPE     PIC X(01).
           05  LIN-REST            PIC X(319).

       01  LSVIN-L-REC REDEFINES LSVIN-REC.
           05  FILLER              PIC X(02).
           05  LIL-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  LIL-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  LIL-PRINCIPAL-CENTS PIC 9(10).
           05  FILLER              PIC X(01).
           05  LIL-RATE-BP         PIC 9(04).
           05  FILLER              PIC X(01).
           05  LIL-TERM-MONTHS     PIC 9(03).
           05  FILLER              PIC X(01).
           05  LIL-ORIG-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  LIL-PRODUCT-CODE    PIC X(04).
           05  FILLER              PIC X(248).

       01  LSVIN-S-REC REDEFINES LSVIN-REC.
           05  FILLER              PIC X(02).
           05  LIS-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  LIS-PAYMENT-NO      PIC 9(03).
           05  FILLER              PIC X(01).
           05  LIS-DUE-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  LIS-PAYMENT-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  LIS-INTEREST-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  LIS-PRINCIPAL-CENTS PIC 9(09).
           05  FILLER              PIC X(01).
           05  LIS-BALANCE-CENTS   PIC 9(10).
           05  FILLER              PIC X(243).

       FD  PSTFILE.

      **** 'P' payment posted, 'F' late fee assessed, 'E' the loan's
      **** ending position at the run date.  P and F records share
      **** the leading fields.  The suspense movement is signed: a
      **** payment that draws held funds back out of suspense to
      **** make up an installment carries a '-'.

       01  PST-PAYMENT-REC.
           05  PP-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  PP-LOAN-ID          PIC X(19).
           05  FILLER              PIC X(01).
           05  PP-POST-DATE        PIC X(10).
           05  FILLER              PIC X(01).
           05  PP-PAYMENT-CODE     PIC X(04).
               88  PP-PAID-ON-TIME                 VALUE 'ONTM'.
               88  PP-PAID-TO-CURRENT              VALUE 'CURE'.
               88  PP-PAID-LATE                    VALUE 'LATE'.
               88  PP-PAID-PART                    VALUE 'PART'.
               88  PP-PAID-AHEAD                   VALUE 'PREP'.
               88  PP-LATE-FEE                     VALUE 'LFEE'.
           05  FILLER              PIC X(01).
           05  PP-INSTALLMENT-NO   PIC 9(03).
           05  FILLER              PIC X(01).
           05  PP-AMOUNT-CENTS     PIC 9(09).
           05  FILLER              PIC X(01).
           05  PP-PRINCIPAL-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  PP-INTEREST-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  PP-FEES-CENTS       PIC 9(07).
           05  FILLER              PIC X(01).
           05  PP-SUSPENSE.
               10  PP-SUSPENSE-SIGN
                                   PIC X(01).
               10  PP-SUSPENSE-CENTS
                                   PIC 9(09).
           05  FILLER              PIC X(01).
           05  PP-BALANCE-CENTS    PIC 9(10).

       01  PST-LOAN-REC.
           05  PE-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  PE-LOAN-ID          PIC X(19).
           05  FILLER              PIC X(01).
           05  PE-AS-OF-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  PE-STATUS           PIC X(04).
               88  PE-STATUS-PAID                  VALUE 'PAID'.
               88  PE-STATUS-CURRENT               VALUE 'CURR'.
               88  PE-STATUS-DQ01                  VALUE 'DQ01'.
               88  PE-STATUS-DQ30                  VALUE 'DQ30'.
               88  PE-STATUS-DQ60                  VALUE 'DQ60'.
               88  PE-STATUS-DQ90                  VALUE 'DQ90'.
           05  FILLER              PIC X(01).
           05  PE-CUSTOMER-ID      PIC X(14).
           05  FILLER              PIC X(01).
           05  PE-BALANCE-CENTS    PIC 9(10).
           05  FILLER              PIC X(01).
           05  PE-SUSPENSE-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  PE-FEES-DUE-CENTS   PIC 9(07).
           05  FILLER              PIC X(01).
           05  PE-NEXT-INSTALLMENT-NO
                                   PIC 9(03).
           05  FILLER              PIC X(01).
           05  PE-NEXT-DUE-DATE    PIC X(10).
           05  FILLER              PIC X(01).
           05  PE-PAST-DUE-COUNT   PIC 9(03).
           05  FILLER              PIC X(01).
           05  PE-PAST-DUE-CENTS   PIC 9(09).
           05  FILLER              PIC X(01).
           05  PE-DAYS-PAST-DUE    PIC 9(04).

       FD  RCNFILE.

      **** Column 1 is the carriage-control byte: '1' page eject,
      **** space single space - the FAKERRPT convention.

       01  RCNFILE-REC.
           05  RCN-CC              PIC X(01).
           05  RCN-LINE            PIC X(120).

       FD  KEYFILE.

      **** One record per seriously delinquent loan.  CAUSE is STOP
      **** for a borrower who stopped paying, ROLL for one who fell
      **** behind through skipped and partial payments.

       01  KEYFILE-REC.
           05  KEY-LOAN-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  KEY-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  KEY-DAYS-PAST-DUE   PIC 9(04).
           05  FILLER              PIC X(01).
           05  KEY-PAST-DUE-COUNT  PIC 9(03).
           05  FILLER              PIC X(01).
           05  KEY-PAST-DUE-CENTS  PIC 9(09).
           05  FILLER              PIC X(01).
           05  KEY-FEES-DUE-CENTS  PIC 9(07).
           05  FILLER              PIC X(01).
           05  KEY-OLDEST-DUE-DATE PIC X(10).
           05  FILLER              PIC X(01).
           05  KEY-CAUSE           PIC X(04).
           05  FILLER              PIC X(01).
           05  KEY-BALANCE-CENTS   PIC 9(10).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LSVIN-STATUS          PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-EXCEPTION-PCT         PIC 9(02)  COMP VALUE 10.
       01  W-GRACE-DAYS            PIC 9(02)  COMP VALUE 15.
       01  W-LATE-FEE-PCT          PIC 9(02)  COMP VALUE 5.
       01  W-SERIOUS-DAYS          PIC 9(04)  COMP VALUE 90.
       01  W-RUN-SEED-NO           PIC 9(09)  COMP VALUE 0.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.

       01  W-LOANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-SCHEDULE-READ         PIC 9(09)  COMP VALUE 0.
       01  W-ORPHAN-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-SCH-FULL-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-POSTINGS-WRITTEN      PIC 9(09)  COMP VALUE 0.
       01  W-KEYS-WRITTEN          PIC 9(09)  COMP VALUE 0.
       01  W-PROOF-OUT-CNT         PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.

       01  W-SAVE-RUN-DATE         PIC X(10)       VALUE SPACES.
       01  W-SAVE-SEED-NO          PIC X(09)       VALUE SPACES.
       01  W-RUN-INT               PIC 9(09)  COMP VALUE 0.

      **** Counts by how each installment was paid.

       01  W-ONTM-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-CURE-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-LATE-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-PART-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-PREP-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-SKIP-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-STOP-CNT              PIC 9(09)  COMP VALUE 0.
       01  W-FEE-CNT               PIC 9(09)  COMP VALUE 0.

      **** Ending positions by delinquency bucket.

       01  W-BKT-PAID-CNT          PIC 9(09)  COMP VALUE 0.
       01  W-BKT-CURRENT-CNT       PIC 9(09)  COMP VALUE 0.
       01  W-BKT-01-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-BKT-30-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-BKT-60-CNT            PIC 9(09)  COMP VALUE 0.
       01  W-BKT-90-CNT            PIC 9(09)  COMP VALUE 0.

      **** The loan being serviced, complete when the next loan or
      **** end of file arrives - the extract writes each loan's 'S'
      **** schedule directly behind its 'L' record.

       01  W-LOAN-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-LOAN-PENDING                      VALUE 'Y'.
       01  W-LOAN-ID               PIC X(19).
       01  W-LOAN-CUST-ID          PIC X(14).
       01  W-LOAN-PRINCIPAL        PIC S9(11) COMP.
       01  W-LOAN-STOP-SW          PIC X(01).
           88  W-LOAN-STOPPED                      VALUE 'Y'.

       01  W-SCH-MAX               PIC S9(4)  COMP VALUE 999.
       01  W-SCH-CNT               PIC S9(4)  COMP VALUE 0.
       01  W-SCH-DX                PIC S9(4)  COMP.
       01  W-SCH-TABLE.
           05  W-SCH-OCCS          OCCURS 999.
               10  W-SCH-DUE-DATE  PIC X(10).
               10  W-SCH-DUE-INT   PIC 9(09)  COMP.
               10  W-SCH-PAYMENT   PIC S9(11) COMP.
               10  W-SCH-INTEREST  PIC S9(11) COMP.
               10  W-SCH-PRINCIPAL PIC S9(11) COMP.
               10  W-SCH-BALANCE   PIC S9(11) COMP.

      **** Servicing position.  Installments are applied oldest
      **** first, so those applied are always 1 thru W-PAID-CNT.

       01  W-DUE-CNT               PIC S9(4)  COMP.
       01  W-PAID-CNT              PIC S9(4)  COMP.
       01  W-INST-DX               PIC S9(4)  COMP.
       01  W-BALANCE               PIC S9(11) COMP.
       01  W-SUSPENSE              PIC S9(11) COMP.
       01  W-FEES-DUE              PIC S9(11) COMP.

      **** Loan totals for the reconciliation.

       01  W-LN-SCHEDULED          PIC S9(11) COMP.
       01  W-LN-POSTED             PIC S9(11) COMP.
       01  W-LN-APPLIED            PIC S9(11) COMP.
       01  W-LN-PRIN-APPLIED       PIC S9(11) COMP.
       01  W-LN-INT-APPLIED        PIC S9(11) COMP.
       01  W-LN-FEES-PAID          PIC S9(11) COMP.
       01  W-LN-PAST-DUE           PIC S9(11) COMP.
       01  W-LN-AHEAD              PIC S9(11) COMP.
       01  W-LN-PAST-DUE-CNT       PIC S9(4)  COMP.
       01  W-LN-DAYS-PAST-DUE      PIC S9(9)  COMP.
       01  W-LN-PROOF-SW           PIC X(01).
           88  W-LN-PROOF-OK                       VALUE 'Y'.

      **** Run totals.

       01  W-TOT-SCHEDULED         PIC S9(13) COMP VALUE 0.
       01  W-TOT-POSTED            PIC S9(13) COMP VALUE 0.
       01  W-TOT-APPLIED           PIC S9(13) COMP VALUE 0.
       01  W-TOT-PRIN-APPLIED      PIC S9(13) COMP VALUE 0.
       01  W-TOT-INT-APPLIED       PIC S9(13) COMP VALUE 0.
       01  W-TOT-FEES-PAID         PIC S9(13) COMP VALUE 0.
       01  W-TOT-FEES-ASSESSED     PIC S9(13) COMP VALUE 0.
       01  W-TOT-FEES-DUE          PIC S9(13) COMP VALUE 0.
       01  W-TOT-SUSPENSE          PIC S9(13) COMP VALUE 0.
       01  W-TOT-PAST-DUE          PIC S9(13) COMP VALUE 0.
       01  W-TOT-AHEAD             PIC S9(13) COMP VALUE 0.
       01  W-TOT-ORIGINAL          PIC S9(13) COMP VALUE 0.
       01  W-TOT-BALANCE           PIC S9(13) COMP VALUE 0.
       01  W-TOT-DUE-CNT           PIC 9(09)  COMP VALUE 0.

      **** One payment being posted.

       01  W-PMT-CODE              PIC X(04).
       01  W-PMT-CENTS             PIC S9(11) COMP.
       01  W-PMT-INT               PIC 9(09)  COMP.
       01  W-PMT-FUNDS             PIC S9(11) COMP.
       01  W-PMT-PRINCIPAL         PIC S9(11) COMP.
       01  W-PMT-INTEREST          PIC S9(11) COMP.
       01  W-PMT-FEES              PIC S9(11) COMP.
       01  W-PMT-SUSP-BEFORE       PIC S9(11) COMP.
       01  W-PMT-SUSP-MOVE         PIC S9(11) COMP.
       01  W-PMT-FIRST-INST        PIC S9(4)  COMP.
       01  W-PMT-APPLY-SW          PIC X(01).
           88  W-PMT-APPLYING                      VALUE 'Y'.
       01  W-PMT-AHEAD-SW          PIC X(01).
           88  W-PMT-AHEAD-ALLOWED                 VALUE 'Y'.

       01  W-FEE-CENTS             PIC S9(11) COMP.
       01  W-FEE-INT               PIC 9(09)  COMP.
       01  W-LATE-RANGE            PIC S9(4)  COMP.
       01  W-LATE-DAYS             PIC S9(4)  COMP.
       01  W-PART-PCT              PIC S9(4)  COMP.
       01  W-PICK                  PIC S9(4)  COMP.

       01  W-SHAPE-SW              PIC X(01).
           88  W-SHAPE-ONTM                        VALUE 'O'.
           88  W-SHAPE-LATE                        VALUE 'L'.
           88  W-SHAPE-PART                        VALUE 'P'.
           88  W-SHAPE-PREP                        VALUE 'A'.
           88  W-SHAPE-SKIP                        VALUE 'S'.

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

       01  W-AMOUNT-EDIT           PIC ZZZ,ZZ9.99.
       01  W-TOTAL-EDIT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  W-COUNT-EDIT            PIC ZZ9.
       01  W-DAYS-EDIT             PIC ZZZ9.
       01  W-EDIT-CENTS            PIC S9(13)V9(02)
                                              COMP.
       01  W-BUILD-LINE            PIC X(120).

       01  W-PAGE-NO               PIC 9(05)  COMP VALUE 0.
       01  W-PAGE-DISP             PIC ZZ,ZZ9.
       01  W-LINE-CNT              PIC 9(03)  COMP VALUE 99.
       01  W-LINES-PER-PAGE        PIC 9(03)  COMP VALUE 55.

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERLSV error: '.

       01  W-SEED-TEXT.
           05  FILLER              PIC X(34)       VALUE
               'FAKERLSV loan seed text           '.
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
       01  W-PARM-EXCEPTION-PCT    PIC 9(02).
       01  W-PARM-GRACE-DAYS       PIC 9(02).
       01  W-PARM-LATE-FEE-PCT     PIC 9(02).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-EXCEPTION-LEN    PIC S9(4)  COMP VALUE 0.
       01  W-PARM-LATE-FEE-LEN     PIC S9(4)  COMP VALUE 0.
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

           DISPLAY 'FAKERLSV compiled on '
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

           OPEN INPUT LSVIN

           IF      W-LSVIN-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open LSVIN, status '
                       W-LSVIN-STATUS
               MOVE 12             TO RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** The run date defaults to today until the extract's
      **** header says otherwise.

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-DATE-NUM
           PERFORM SUB-2920-NUM-TO-TEXT THRU SUB-2920-EXIT
           MOVE W-DATE-TEXT        TO W-SAVE-RUN-DATE
           COMPUTE W-RUN-INT       =  FUNCTION INTEGER-OF-DATE
                                          (W-DATE-NUM)

           OPEN OUTPUT PSTFILE
                       RCNFILE
                       KEYFILE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           UNSTRING W-PARM-TEXT    DELIMITED BY ',' OR SPACE
                   INTO W-PARM-EXCEPTION-PCT
                                   COUNT IN W-PARM-EXCEPTION-LEN
                        W-PARM-GRACE-DAYS
                        W-PARM-LATE-FEE-PCT
                                   COUNT IN W-PARM-LATE-FEE-LEN
                        W-PARM-SEED-NO
           END-UNSTRING

      **** A zero rate is a real choice, so a rate is taken only
      **** when one was given.

           IF      W-PARM-EXCEPTION-LEN > 0
           AND     W-PARM-EXCEPTION-PCT NUMERIC
               MOVE W-PARM-EXCEPTION-PCT
                                   TO W-EXCEPTION-PCT
           END-IF

      **** A late payment has to land before the next installment
      **** falls due, so the grace period stops at 20 days.

           IF      W-PARM-GRACE-DAYS NUMERIC
           AND     W-PARM-GRACE-DAYS > 0
               IF      W-PARM-GRACE-DAYS > 20
                   DISPLAY W-ERROR-MSG
                           'grace days over 20: '
                           W-PARM-GRACE-DAYS
                   MOVE 8          TO RETURN-CODE
                   GO TO SUB-1050-EXIT
               END-IF

               MOVE W-PARM-GRACE-DAYS
                                   TO W-GRACE-DAYS
           END-IF

           IF      W-PARM-LATE-FEE-LEN > 0
           AND     W-PARM-LATE-FEE-PCT NUMERIC
               MOVE W-PARM-LATE-FEE-PCT
                                   TO W-LATE-FEE-PCT
           END-IF

           IF      W-PARM-SEED-NO NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF

           COMPUTE W-LATE-RANGE    =  26 - W-GRACE-DAYS
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

           READ LSVIN
               AT END
                   SET  W-EOF      TO TRUE

                   IF      W-LOAN-PENDING
                       PERFORM SUB-2400-SERVICE-LOAN THRU SUB-2400-EXIT
                   END-IF

                   GO TO SUB-2000-EXIT
           END-READ

           EVALUATE LIN-RECORD-TYPE
             WHEN 'H'
               PERFORM SUB-2050-HOLD-HEADER THRU SUB-2050-EXIT

             WHEN 'L'
               IF      W-LOAN-PENDING
                   PERFORM SUB-2400-SERVICE-LOAN THRU SUB-2400-EXIT
               END-IF

               PERFORM SUB-2100-START-LOAN THRU SUB-2100-EXIT

             WHEN 'S'
               PERFORM SUB-2200-HOLD-SCHEDULE THRU SUB-2200-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-HOLD-HEADER.
      *---------------------

           MOVE LSVIN-REC(23 : 9)  TO W-SAVE-SEED-NO

           MOVE LSVIN-REC(3 : 10)  TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NUMERIC
           AND     W-DATE-TEXT-MM NUMERIC
           AND     W-DATE-TEXT-DD NUMERIC
               MOVE W-DATE-TEXT    TO W-SAVE-RUN-DATE
               PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT
               MOVE W-DATE-INT     TO W-RUN-INT
           END-IF

      **** No seed on the PARM: service with the extract's own.

           IF      W-RUN-SEED-NO = 0
           AND     W-SAVE-SEED-NO NUMERIC
               MOVE W-SAVE-SEED-NO TO W-RUN-SEED-NO
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-START-LOAN.
      *--------------------

           IF      W-RUN-SEED-NO = 0
               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           ADD  1                  TO W-LOANS-READ

           SET  W-LOAN-PENDING     TO TRUE

           MOVE LIL-LOAN-ID        TO W-LOAN-ID
           MOVE LIL-CUSTOMER-ID    TO W-LOAN-CUST-ID

           IF      LIL-PRINCIPAL-CENTS NUMERIC
               MOVE LIL-PRINCIPAL-CENTS
                                   TO W-LOAN-PRINCIPAL
           ELSE
               MOVE 0              TO W-LOAN-PRINCIPAL
           END-IF

           MOVE 0                  TO W-SCH-CNT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-HOLD-SCHEDULE.
      *-----------------------

           ADD  1                  TO W-SCHEDULE-READ

           IF      NOT W-LOAN-PENDING
           OR      LIS-LOAN-ID NOT = W-LOAN-ID
               ADD  1              TO W-ORPHAN-CNT
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-SCH-CNT >= W-SCH-MAX
               ADD  1              TO W-SCH-FULL-CNT
               GO TO SUB-2200-EXIT
           END-IF

           IF      LIS-PAYMENT-CENTS NOT NUMERIC
           OR      LIS-INTEREST-CENTS NOT NUMERIC
           OR      LIS-PRINCIPAL-CENTS NOT NUMERIC
           OR      LIS-BALANCE-CENTS NOT NUMERIC
               ADD  1              TO W-ORPHAN-CNT
               GO TO SUB-2200-EXIT
           END-IF

           MOVE LIS-DUE-DATE       TO W-DATE-TEXT

           IF      W-DATE-TEXT-YYYY NOT NUMERIC
           OR      W-DATE-TEXT-MM NOT NUMERIC
           OR      W-DATE-TEXT-DD NOT NUMERIC
               ADD  1              TO W-ORPHAN-CNT
               GO TO SUB-2200-EXIT
           END-IF

           PERFORM SUB-2900-TEXT-TO-INT THRU SUB-2900-EXIT

           ADD  1                  TO W-SCH-CNT
           MOVE LIS-DUE-DATE       TO W-SCH-DUE-DATE(W-SCH-CNT)
           MOVE W-DATE-INT         TO W-SCH-DUE-INT(W-SCH-CNT)
           MOVE LIS-PAYMENT-CENTS  TO W-SCH-PAYMENT(W-SCH-CNT)
           MOVE LIS-INTEREST-CENTS TO W-SCH-INTEREST(W-SCH-CNT)
           MOVE LIS-PRINCIPAL-CENTS
                                   TO W-SCH-PRINCIPAL(W-SCH-CNT)
           MOVE LIS-BALANCE-CENTS  TO W-SCH-BALANCE(W-SCH-CNT)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2400-SERVICE-LOAN.
      *----------------------

           MOVE 'N'                TO W-LOAN-PENDING-SW
                                      W-LOAN-STOP-SW

           MOVE 0                  TO W-DUE-CNT
                                      W-PAID-CNT
                                      W-SUSPENSE
                                      W-FEES-DUE
                                      W-LN-SCHEDULED
                                      W-LN-POSTED
                                      W-LN-APPLIED
                                      W-LN-PRIN-APPLIED
                                      W-LN-INT-APPLIED
                                      W-LN-FEES-PAID
                                      W-LN-PAST-DUE
                                      W-LN-AHEAD
                                      W-LN-PAST-DUE-CNT
                                      W-LN-DAYS-PAST-DUE
           MOVE W-LOAN-PRINCIPAL   TO W-BALANCE

      **** The loan's own stream: the same seed services the same
      **** loan the same way.

           MOVE W-LOANS-READ       TO W-SEED-ITEM-NO
           MOVE W-RUN-SEED-NO      TO W-SEED-TEXT-RUN-SEED

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE W-SEED-TEXT        TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

      **** Installments fallen due by the run date.

           PERFORM SUB-2410-COUNT-DUE THRU SUB-2410-EXIT
               VARYING W-SCH-DX FROM 1 BY 1
                 UNTIL W-SCH-DX > W-SCH-CNT

           PERFORM SUB-2500-SERVICE-ONE-MONTH THRU SUB-2500-EXIT
               VARYING W-INST-DX FROM 1 BY 1
                 UNTIL W-INST-DX > W-DUE-CNT

           PERFORM SUB-2700-END-POSITION THRU SUB-2700-EXIT

           PERFORM SUB-2750-WRITE-END-RECORD THRU SUB-2750-EXIT

           PERFORM SUB-2800-PRINT-LOAN THRU SUB-2800-EXIT

           IF      W-LN-DAYS-PAST-DUE >= W-SERIOUS-DAYS
               PERFORM SUB-2850-WRITE-ANSWER THRU SUB-2850-EXIT
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2410-COUNT-DUE.
      *-------------------

           IF      W-SCH-DUE-INT(W-SCH-DX) NOT > W-RUN-INT
               ADD  1              TO W-DUE-CNT
               ADD  W-SCH-PAYMENT(W-SCH-DX)
                                   TO W-LN-SCHEDULED
           END-IF
           .
       SUB-2410-EXIT.
           EXIT.
      /
       SUB-2450-NEXT-RANDOM.
      *---------------------

           MOVE 0                  TO FAKRAND-SEED-NO
           MOVE SPACES             TO FAKRAND-SEED-TEXT

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2500-SERVICE-ONE-MONTH.
      *---------------------------

      **** Installment W-INST-DX has fallen due.  A loan already paid
      **** off has nothing more to service.

           MOVE SPACE              TO W-SHAPE-SW
           MOVE 0                  TO W-FEE-CENTS

           IF      W-PAID-CNT >= W-SCH-CNT
               GO TO SUB-2500-EXIT
           END-IF

           IF      W-LOAN-STOPPED
               GO TO SUB-2500-FEE
           END-IF

      **** An installment already paid ahead draws no payment this
      **** month.

           IF      W-PAID-CNT >= W-INST-DX
               GO TO SUB-2500-FEE
           END-IF

      **** How the borrower pays - the exception share split evenly
      **** across the four shapes.

           PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT

           IF      FAKRAND-RANDOM-NO * 100 < W-EXCEPTION-PCT
               PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT
               COMPUTE W-PICK      =  FAKRAND-RANDOM-NO * 4

               EVALUATE W-PICK
                 WHEN 0
                   SET  W-SHAPE-LATE
                                   TO TRUE
                 WHEN 1
                   SET  W-SHAPE-PART
                                   TO TRUE
                 WHEN 2
                   SET  W-SHAPE-PREP
                                   TO TRUE
                 WHEN OTHER
                   SET  W-SHAPE-SKIP
                                   TO TRUE
               END-EVALUATE
           ELSE
               SET  W-SHAPE-ONTM   TO TRUE
           END-IF

           MOVE W-SCH-DUE-INT(W-INST-DX)
                                   TO W-PMT-INT

           EVALUATE TRUE
             WHEN W-SHAPE-ONTM
               MOVE 'ONTM'         TO W-PMT-CODE
               MOVE W-SCH-PAYMENT(W-INST-DX)
                                   TO W-PMT-CENTS

               IF      W-PAID-CNT < W-INST-DX - 1
               OR      W-FEES-DUE > 0
                   PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT
                   IF      FAKRAND-RANDOM-NO < 0.5
                   OR      W-INST-DX = W-SCH-CNT
                       PERFORM SUB-2550-AMOUNT-DUE THRU SUB-2550-EXIT
                   END-IF
               END-IF

               IF      W-PMT-CODE = 'CURE'
                   ADD  1          TO W-CURE-CNT
               ELSE
                   ADD  1          TO W-ONTM-CNT
               END-IF

               PERFORM SUB-2600-POST-PAYMENT THRU SUB-2600-EXIT

             WHEN W-SHAPE-PART
               ADD  1              TO W-PART-CNT
               PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT
               COMPUTE W-PART-PCT  =  FAKRAND-RANDOM-NO * 41 + 50
               MOVE 'PART'         TO W-PMT-CODE
               COMPUTE W-PMT-CENTS =  W-SCH-PAYMENT(W-INST-DX)
                                      * W-PART-PCT / 100
               PERFORM SUB-2600-POST-PAYMENT THRU SUB-2600-EXIT

             WHEN W-SHAPE-PREP
               ADD  1              TO W-PREP-CNT
               MOVE 'PREP'         TO W-PMT-CODE
               MOVE W-SCH-PAYMENT(W-INST-DX)
                                   TO W-PMT-CENTS
               IF      W-INST-DX < W-SCH-CNT
                   ADD  W-SCH-PAYMENT(W-INST-DX + 1)
                                   TO W-PMT-CENTS
               END-IF
               PERFORM SUB-2600-POST-PAYMENT THRU SUB-2600-EXIT

             WHEN W-SHAPE-SKIP
               ADD  1              TO W-SKIP-CNT
               PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT
               IF      FAKRAND-RANDOM-NO * 10 < 1
                   ADD  1          TO W-STOP-CNT
                   SET  W-LOAN-STOPPED
                                   TO TRUE
               END-IF

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2500-FEE.

      **** The grace period runs out: an installment still unpaid is
      **** charged its late fee, if the run has got that far.

           COMPUTE W-FEE-INT       =  W-SCH-DUE-INT(W-INST-DX)
                                      + W-GRACE-DAYS + 1

           IF      W-FEE-INT > W-RUN-INT
               GO TO SUB-2500-EXIT
           END-IF

           IF      W-PAID-CNT < W-INST-DX
           AND     W-LATE-FEE-PCT > 0
               PERFORM SUB-2650-ASSESS-FEE THRU SUB-2650-EXIT
           END-IF

      **** A late payment arrives after the fee, before the next
      **** installment falls due - and only if the run has got that
      **** far.

           IF      NOT W-SHAPE-LATE
           OR      W-LOAN-STOPPED
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                  TO W-LATE-CNT

           PERFORM SUB-2450-NEXT-RANDOM THRU SUB-2450-EXIT
           COMPUTE W-LATE-DAYS     =  FAKRAND-RANDOM-NO * W-LATE-RANGE
           COMPUTE W-PMT-INT       =  W-FEE-INT + W-LATE-DAYS

           IF      W-PMT-INT > W-RUN-INT
               GO TO SUB-2500-EXIT
           END-IF

           MOVE 'LATE'             TO W-PMT-CODE
           COMPUTE W-PMT-CENTS     =  W-SCH-PAYMENT(W-INST-DX)
                                      + W-FEE-CENTS
           PERFORM SUB-2600-POST-PAYMENT THRU SUB-2600-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2550-AMOUNT-DUE.
      *--------------------

      **** Everything due to bring the loan current: the
      **** installments fallen due and not applied, through this
      **** one, and the fees outstanding, less what suspense holds.

           MOVE 'CURE'             TO W-PMT-CODE
           MOVE W-FEES-DUE         TO W-PMT-CENTS

           PERFORM SUB-2560-ADD-ONE-DUE THRU SUB-2560-EXIT
               VARYING W-SCH-DX FROM W-PAID-CNT BY 1
                 UNTIL W-SCH-DX >= W-INST-DX

           SUBTRACT W-SUSPENSE   FROM W-PMT-CENTS
           .
       SUB-2550-EXIT.
           EXIT.
      /
       SUB-2560-ADD-ONE-DUE.
      *---------------------

           ADD  W-SCH-PAYMENT(W-SCH-DX + 1)
                                   TO W-PMT-CENTS
           .
       SUB-2560-EXIT.
           EXIT.
      /
       SUB-2600-POST-PAYMENT.
      *----------------------

      **** W-PMT-CENTS received on W-PMT-INT, applied installments
      **** due first, then fees, then installments ahead, the rest
      **** to suspense.  Held suspense joins the payment.

           ADD  W-PMT-CENTS        TO W-LN-POSTED

           MOVE W-SUSPENSE         TO W-PMT-SUSP-BEFORE
           COMPUTE W-PMT-FUNDS     =  W-PMT-CENTS + W-SUSPENSE

           MOVE 0                  TO W-PMT-PRINCIPAL
                                      W-PMT-INTEREST
                                      W-PMT-FEES
                                      W-PMT-FIRST-INST

           MOVE 'N'                TO W-PMT-AHEAD-SW
           SET  W-PMT-APPLYING     TO TRUE
           PERFORM SUB-2610-APPLY-INSTALLMENT THRU SUB-2610-EXIT
               UNTIL NOT W-PMT-APPLYING

           IF      W-FEES-DUE > 0
           AND     W-PMT-FUNDS > 0
               IF      W-PMT-FUNDS < W-FEES-DUE
                   MOVE W-PMT-FUNDS
                                   TO W-PMT-FEES
               ELSE
                   MOVE W-FEES-DUE TO W-PMT-FEES
               END-IF

               SUBTRACT W-PMT-FEES FROM W-PMT-FUNDS
                                        W-FEES-DUE
               ADD  W-PMT-FEES     TO W-LN-FEES-PAID
           END-IF

           SET  W-PMT-AHEAD-ALLOWED
                                   TO TRUE
           SET  W-PMT-APPLYING     TO TRUE
           PERFORM SUB-2610-APPLY-INSTALLMENT THRU SUB-2610-EXIT
               UNTIL NOT W-PMT-APPLYING

           MOVE W-PMT-FUNDS        TO W-SUSPENSE
           COMPUTE W-PMT-SUSP-MOVE =  W-SUSPENSE - W-PMT-SUSP-BEFORE

           MOVE W-PMT-INT          TO W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT

           MOVE SPACES             TO PST-PAYMENT-REC
           MOVE 'P'                TO PP-RECORD-TYPE
           MOVE W-LOAN-ID          TO PP-LOAN-ID
           MOVE W-DATE-TEXT        TO PP-POST-DATE
           MOVE W-PMT-CODE         TO PP-PAYMENT-CODE
           MOVE W-PMT-FIRST-INST   TO PP-INSTALLMENT-NO
           MOVE W-PMT-CENTS        TO PP-AMOUNT-CENTS
           MOVE W-PMT-PRINCIPAL    TO PP-PRINCIPAL-CENTS
           MOVE W-PMT-INTEREST     TO PP-INTEREST-CENTS
           MOVE W-PMT-FEES         TO PP-FEES-CENTS

           IF      W-PMT-SUSP-MOVE < 0
               MOVE '-'            TO PP-SUSPENSE-SIGN
           ELSE
               MOVE '+'            TO PP-SUSPENSE-SIGN
           END-IF
           MOVE W-PMT-SUSP-MOVE    TO PP-SUSPENSE-CENTS
           MOVE W-BALANCE          TO PP-BALANCE-CENTS

           WRITE PST-PAYMENT-REC
           ADD  1                  TO W-POSTINGS-WRITTEN
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-APPLY-INSTALLMENT.
      *---------------------------

      **** The next installment is applied whole or not at all; one
      **** not yet due only once installments due and fees are
      **** settled.

           MOVE 'N'                TO W-PMT-APPLY-SW

           IF      W-PAID-CNT >= W-SCH-CNT
               GO TO SUB-2610-EXIT
           END-IF

           MOVE W-PAID-CNT         TO W-SCH-DX
           ADD  1                  TO W-SCH-DX

           IF      W-PMT-FUNDS < W-SCH-PAYMENT(W-SCH-DX)
               GO TO SUB-2610-EXIT
           END-IF

           IF      W-SCH-DUE-INT(W-SCH-DX) > W-PMT-INT
           AND     NOT W-PMT-AHEAD-ALLOWED
               GO TO SUB-2610-EXIT
           END-IF

           SUBTRACT W-SCH-PAYMENT(W-SCH-DX)
                                 FROM W-PMT-FUNDS
           ADD  W-SCH-PAYMENT(W-SCH-DX)
                                   TO W-LN-APPLIED
           ADD  W-SCH-PRINCIPAL(W-SCH-DX)
                                   TO W-PMT-PRINCIPAL
                                      W-LN-PRIN-APPLIED
           ADD  W-SCH-INTEREST(W-SCH-DX)
                                   TO W-PMT-INTEREST
                                      W-LN-INT-APPLIED
           SUBTRACT W-SCH-PRINCIPAL(W-SCH-DX)
                                 FROM W-BALANCE

           MOVE W-SCH-DX           TO W-PAID-CNT

           IF      W-PMT-FIRST-INST = 0
               MOVE W-SCH-DX       TO W-PMT-FIRST-INST
           END-IF

           SET  W-PMT-APPLYING     TO TRUE
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2650-ASSESS-FEE.
      *--------------------

           COMPUTE W-FEE-CENTS ROUNDED
                                   =  W-SCH-PAYMENT(W-INST-DX)
                                      * W-LATE-FEE-PCT / 100

           ADD  W-FEE-CENTS        TO W-FEES-DUE
                                      W-TOT-FEES-ASSESSED
           ADD  1                  TO W-FEE-CNT

           MOVE W-FEE-INT          TO W-DATE-INT
           PERFORM SUB-2910-INT-TO-TEXT THRU SUB-2910-EXIT

           MOVE SPACES             TO PST-PAYMENT-REC
           MOVE 'F'                TO PP-RECORD-TYPE
           MOVE W-LOAN-ID          TO PP-LOAN-ID
           MOVE W-DATE-TEXT        TO PP-POST-DATE
           MOVE 'LFEE'             TO PP-PAYMENT-CODE
           MOVE W-INST-DX          TO PP-INSTALLMENT-NO
           MOVE W-FEE-CENTS        TO PP-AMOUNT-CENTS

           WRITE PST-PAYMENT-REC
           ADD  1                  TO W-POSTINGS-WRITTEN
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2700-END-POSITION.
      *----------------------

      **** Past due: installments fallen due and not applied.  Paid
      **** ahead: installments applied before they fell due.

           PERFORM SUB-2710-SUM-PAST-DUE THRU SUB-2710-EXIT
               VARYING W-SCH-DX FROM 1 BY 1
                 UNTIL W-SCH-DX > W-SCH-CNT

           IF      W-LN-PAST-DUE-CNT > 0
               MOVE W-PAID-CNT     TO W-SCH-DX
               ADD  1              TO W-SCH-DX
               COMPUTE W-LN-DAYS-PAST-DUE
                                   =  W-RUN-INT
                                      - W-SCH-DUE-INT(W-SCH-DX)
           END-IF

      **** The proof: scheduled less past due plus paid ahead is the
      **** P&I applied; P&I applied plus fees plus suspense is the
      **** cash posted; the original principal less the principal
      **** applied is the balance.

           IF      W-LN-SCHEDULED - W-LN-PAST-DUE + W-LN-AHEAD
                                   =  W-LN-APPLIED
           AND     W-LN-APPLIED + W-LN-FEES-PAID + W-SUSPENSE
                                   =  W-LN-POSTED
           AND     W-LN-PRIN-APPLIED + W-LN-INT-APPLIED
                                   =  W-LN-APPLIED
           AND     W-LOAN-PRINCIPAL - W-LN-PRIN-APPLIED
                                   =  W-BALANCE
               MOVE 'Y'            TO W-LN-PROOF-SW
           ELSE
               MOVE 'N'            TO W-LN-PROOF-SW
               ADD  1              TO W-PROOF-OUT-CNT
           END-IF

           ADD  W-DUE-CNT          TO W-TOT-DUE-CNT
           ADD  W-LN-SCHEDULED     TO W-TOT-SCHEDULED
           ADD  W-LN-POSTED        TO W-TOT-POSTED
           ADD  W-LN-APPLIED       TO W-TOT-APPLIED
           ADD  W-LN-PRIN-APPLIED  TO W-TOT-PRIN-APPLIED
           ADD  W-LN-INT-APPLIED   TO W-TOT-INT-APPLIED
           ADD  W-LN-FEES-PAID     TO W-TOT-FEES-PAID
           ADD  W-FEES-DUE         TO W-TOT-FEES-DUE
           ADD  W-SUSPENSE         TO W-TOT-SUSPENSE
           ADD  W-LN-PAST-DUE      TO W-TOT-PAST-DUE
           ADD  W-LN-AHEAD         TO W-TOT-AHEAD
           ADD  W-LOAN-PRINCIPAL   TO W-TOT-ORIGINAL
           ADD  W-BALANCE          TO W-TOT-BALANCE
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2710-SUM-PAST-DUE.
      *----------------------

           IF      W-SCH-DX > W-PAID-CNT
           AND     W-SCH-DX <= W-DUE-CNT
               ADD  1              TO W-LN-PAST-DUE-CNT
               ADD  W-SCH-PAYMENT(W-SCH-DX)
                                   TO W-LN-PAST-DUE
           END-IF

           IF      W-SCH-DX <= W-PAID-CNT
           AND     W-SCH-DX > W-DUE-CNT
               ADD  W-SCH-PAYMENT(W-SCH-DX)
                                   TO W-LN-AHEAD
           END-IF
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2750-WRITE-END-RECORD.
      *--------------------------

           MOVE SPACES             TO PST-LOAN-REC
           MOVE 'E'                TO PE-RECORD-TYPE
           MOVE W-LOAN-ID          TO PE-LOAN-ID
           MOVE W-SAVE-RUN-DATE    TO PE-AS-OF-DATE
           MOVE W-LOAN-CUST-ID     TO PE-CUSTOMER-ID
           MOVE W-BALANCE          TO PE-BALANCE-CENTS
           MOVE W-SUSPENSE         TO PE-SUSPENSE-CENTS
           MOVE W-FEES-DUE         TO PE-FEES-DUE-CENTS
           MOVE W-LN-PAST-DUE-CNT  TO PE-PAST-DUE-COUNT
           MOVE W-LN-PAST-DUE      TO PE-PAST-DUE-CENTS
           MOVE W-LN-DAYS-PAST-DUE TO PE-DAYS-PAST-DUE

           IF      W-PAID-CNT < W-SCH-CNT
               MOVE W-PAID-CNT     TO W-SCH-DX
               ADD  1              TO W-SCH-DX
               MOVE W-SCH-DX       TO PE-NEXT-INSTALLMENT-NO
               MOVE W-SCH-DUE-DATE(W-SCH-DX)
                                   TO PE-NEXT-DUE-DATE
           ELSE
               MOVE 0              TO PE-NEXT-INSTALLMENT-NO
           END-IF

           EVALUATE TRUE
             WHEN W-SCH-CNT > 0
             AND  W-PAID-CNT >= W-SCH-CNT
               SET  PE-STATUS-PAID TO TRUE
               ADD  1              TO W-BKT-PAID-CNT
             WHEN W-LN-DAYS-PAST-DUE >= 90
               SET  PE-STATUS-DQ90 TO TRUE
               ADD  1              TO W-BKT-90-CNT
             WHEN W-LN-DAYS-PAST-DUE >= 60
               SET  PE-STATUS-DQ60 TO TRUE
               ADD  1              TO W-BKT-60-CNT
             WHEN W-LN-DAYS-PAST-DUE >= 30
               SET  PE-STATUS-DQ30 TO TRUE
               ADD  1              TO W-BKT-30-CNT
             WHEN W-LN-DAYS-PAST-DUE > 0
               SET  PE-STATUS-DQ01 TO TRUE
               ADD  1              TO W-BKT-01-CNT
             WHEN OTHER
               SET  PE-STATUS-CURRENT
                                   TO TRUE
               ADD  1              TO W-BKT-CURRENT-CNT
           END-EVALUATE

           WRITE PST-LOAN-REC
           ADD  1                  TO W-POSTINGS-WRITTEN
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2800-PRINT-LOAN.
      *--------------------

           IF      W-LINE-CNT >= W-LINES-PER-PAGE
               PERFORM SUB-2810-PRINT-HEADINGS THRU SUB-2810-EXIT
           END-IF

           MOVE W-LOAN-ID          TO W-BUILD-LINE(1 : 19)
           MOVE W-DUE-CNT          TO W-COUNT-EDIT
           MOVE W-COUNT-EDIT       TO W-BUILD-LINE(21 : 3)

           COMPUTE W-EDIT-CENTS    =  W-LN-SCHEDULED / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(25 : 10)

           COMPUTE W-EDIT-CENTS    =  W-LN-PAST-DUE / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(36 : 10)

           COMPUTE W-EDIT-CENTS    =  W-LN-AHEAD / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(47 : 10)

           COMPUTE W-EDIT-CENTS    =  W-LN-APPLIED / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(58 : 10)

           COMPUTE W-EDIT-CENTS    =  W-LN-FEES-PAID / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(69 : 10)

           COMPUTE W-EDIT-CENTS    =  W-SUSPENSE / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(80 : 10)

           COMPUTE W-EDIT-CENTS    =  W-LN-POSTED / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(91 : 10)

           COMPUTE W-EDIT-CENTS    =  W-BALANCE / 100
           MOVE W-EDIT-CENTS       TO W-AMOUNT-EDIT
           MOVE W-AMOUNT-EDIT      TO W-BUILD-LINE(102 : 10)

           MOVE W-LN-DAYS-PAST-DUE TO W-DAYS-EDIT
           MOVE W-DAYS-EDIT        TO W-BUILD-LINE(113 : 4)

           IF      W-LN-PROOF-OK
               MOVE 'OK'           TO W-BUILD-LINE(118 : 3)
           ELSE
               MOVE 'OUT'          TO W-BUILD-LINE(118 : 3)
           END-IF

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2810-PRINT-HEADINGS.
      *------------------------

           ADD  1                  TO W-PAGE-NO
           MOVE W-PAGE-NO          TO W-PAGE-DISP

           MOVE SPACES             TO RCNFILE-REC
           MOVE '1'                TO RCN-CC
           STRING 'COB-FAKER LOAN SERVICING RECONCILIATION'
                  '   AS OF '
                  W-SAVE-RUN-DATE
                  '   SEED '
                  W-SAVE-SEED-NO
                  '   PAGE '
                  W-PAGE-DISP      DELIMITED SIZE
                                   INTO RCN-LINE
           WRITE RCNFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'LOAN ID'          TO W-BUILD-LINE(1 : 7)
           MOVE 'DUE'              TO W-BUILD-LINE(21 : 3)
           MOVE ' SCHEDULED'       TO W-BUILD-LINE(25 : 10)
           MOVE '  PAST DUE'       TO W-BUILD-LINE(36 : 10)
           MOVE 'PAID AHEAD'       TO W-BUILD-LINE(47 : 10)
           MOVE ' P&I APPLD'       TO W-BUILD-LINE(58 : 10)
           MOVE ' FEES PAID'       TO W-BUILD-LINE(69 : 10)
           MOVE '  SUSPENSE'       TO W-BUILD-LINE(80 : 10)
           MOVE '    POSTED'       TO W-BUILD-LINE(91 : 10)
           MOVE '   BALANCE'       TO W-BUILD-LINE(102 : 10)
           MOVE ' DPD'             TO W-BUILD-LINE(113 : 4)
           MOVE 'PRF'              TO W-BUILD-LINE(118 : 3)
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE ALL '-'            TO W-BUILD-LINE(1 : 120)
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 4                  TO W-LINE-CNT
           .
       SUB-2810-EXIT.
           EXIT.
      /
       SUB-2850-WRITE-ANSWER.
      *----------------------

           MOVE W-PAID-CNT         TO W-SCH-DX
           ADD  1                  TO W-SCH-DX

           MOVE SPACES             TO KEYFILE-REC
           MOVE W-LOAN-ID          TO KEY-LOAN-ID
           MOVE W-LOAN-CUST-ID     TO KEY-CUSTOMER-ID
           MOVE W-LN-DAYS-PAST-DUE TO KEY-DAYS-PAST-DUE
           MOVE W-LN-PAST-DUE-CNT  TO KEY-PAST-DUE-COUNT
           MOVE W-LN-PAST-DUE      TO KEY-PAST-DUE-CENTS
           MOVE W-FEES-DUE         TO KEY-FEES-DUE-CENTS
           MOVE W-SCH-DUE-DATE(W-SCH-DX)
                                   TO KEY-OLDEST-DUE-DATE
           MOVE W-BALANCE          TO KEY-BALANCE-CENTS

           IF      W-LOAN-STOPPED
               MOVE 'STOP'         TO KEY-CAUSE
           ELSE
               MOVE 'ROLL'         TO KEY-CAUSE
           END-IF

           WRITE KEYFILE-REC
           ADD  1                  TO W-KEYS-WRITTEN
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2890-REPORT-LINE.
      *---------------------

           MOVE SPACES             TO RCNFILE-REC
           MOVE ' '                TO RCN-CC
           MOVE W-BUILD-LINE       TO RCN-LINE

           WRITE RCNFILE-REC
           ADD  1                  TO W-LINE-CNT

           MOVE SPACES             TO W-BUILD-LINE
           .
       SUB-2890-EXIT.
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
       SUB-2910-INT-TO-TEXT.
      *---------------------

           COMPUTE W-DATE-NUM      =  FUNCTION DATE-OF-INTEGER
                                          (W-DATE-INT)

           PERFORM SUB-2920-NUM-TO-TEXT THRU SUB-2920-EXIT
           .
       SUB-2910-EXIT.
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

           PERFORM SUB-3300-PRINT-TOTALS THRU SUB-3300-EXIT

           CLOSE LSVIN
                 PSTFILE
                 RCNFILE
                 KEYFILE

           IF      W-SCH-FULL-CNT > 0
               MOVE W-SCH-FULL-CNT TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'schedule table full, not serviced: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

           IF      W-PROOF-OUT-CNT > 0
               MOVE W-PROOF-OUT-CNT
                                   TO W-DISP-NUM
               DISPLAY W-ERROR-MSG
                       'loans out of proof: '
                       W-DISP-NUM
               MOVE 4              TO RETURN-CODE
           END-IF

      **** Register what this run cut from the extract in the
      **** shared lineage file (COPY FAKERPD8).

           MOVE 'Data\FAKERLSV Postings.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERLSV Recon.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

           MOVE 'Data\FAKERLSV Anskey.txt'
                                   TO W-LIN-OUTPUT-PATH
           PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           .
       SUB-3000-DISPLAY.

           MOVE W-LOANS-READ       TO W-DISP-NUM
           DISPLAY 'Loans serviced:           '
                   W-DISP-NUM

           MOVE W-TOT-DUE-CNT      TO W-DISP-NUM
           DISPLAY 'Installments due:         '
                   W-DISP-NUM

           MOVE W-POSTINGS-WRITTEN TO W-DISP-NUM
           DISPLAY 'PSTFILE records written:  '
                   W-DISP-NUM

           MOVE W-KEYS-WRITTEN     TO W-DISP-NUM
           DISPLAY 'Seriously delinquent:     '
                   W-DISP-NUM

           MOVE W-RUN-SEED-NO      TO W-DISP-NUM
           DISPLAY 'FAKERLSV run seed:        '
                   W-DISP-NUM

           DISPLAY 'FAKERLSV completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3300-PRINT-TOTALS.
      *----------------------

           MOVE 99                 TO W-LINE-CNT
           PERFORM SUB-2810-PRINT-HEADINGS THRU SUB-2810-EXIT

           MOVE 'RUN TOTALS'       TO W-BUILD-LINE
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT
           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'SCHEDULED THROUGH RUN DATE:  '
                                   TO W-BUILD-LINE
           MOVE W-TOT-SCHEDULED    TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE '  LESS PAST DUE:             '
                                   TO W-BUILD-LINE
           MOVE W-TOT-PAST-DUE     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE '  PLUS PAID AHEAD:           '
                                   TO W-BUILD-LINE
           MOVE W-TOT-AHEAD        TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'P&I APPLIED:                 '
                                   TO W-BUILD-LINE
           MOVE W-TOT-APPLIED      TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE '  PRINCIPAL:                 '
                                   TO W-BUILD-LINE
           MOVE W-TOT-PRIN-APPLIED TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE '  INTEREST:                  '
                                   TO W-BUILD-LINE
           MOVE W-TOT-INT-APPLIED  TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'PLUS FEES PAID:              '
                                   TO W-BUILD-LINE
           MOVE W-TOT-FEES-PAID    TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'PLUS HELD IN SUSPENSE:       '
                                   TO W-BUILD-LINE
           MOVE W-TOT-SUSPENSE     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'CASH POSTED:                 '
                                   TO W-BUILD-LINE
           MOVE W-TOT-POSTED       TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'ORIGINAL PRINCIPAL:          '
                                   TO W-BUILD-LINE
           MOVE W-TOT-ORIGINAL     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE '  LESS PRINCIPAL APPLIED:    '
                                   TO W-BUILD-LINE
           MOVE W-TOT-PRIN-APPLIED TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'ENDING PRINCIPAL BALANCE:    '
                                   TO W-BUILD-LINE
           MOVE W-TOT-BALANCE      TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'LATE FEES ASSESSED:          '
                                   TO W-BUILD-LINE
           MOVE W-TOT-FEES-ASSESSED
                                   TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           MOVE 'LATE FEES OUTSTANDING:       '
                                   TO W-BUILD-LINE
           MOVE W-TOT-FEES-DUE     TO W-EDIT-CENTS
           PERFORM SUB-3350-TOTAL-LINE THRU SUB-3350-EXIT

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'PAID ON TIME:                '
                                   TO W-BUILD-LINE
           MOVE W-ONTM-CNT         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'PAID TO CURRENT:             '
                                   TO W-BUILD-LINE
           MOVE W-CURE-CNT         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'PAID LATE:                   '
                                   TO W-BUILD-LINE
           MOVE W-LATE-CNT         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'PARTIAL PAYMENTS:            '
                                   TO W-BUILD-LINE
           MOVE W-PART-CNT         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'DOUBLE PAYMENTS:             '
                                   TO W-BUILD-LINE
           MOVE W-PREP-CNT         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'SKIPPED PAYMENTS:            '
                                   TO W-BUILD-LINE
           MOVE W-SKIP-CNT         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE '  BORROWERS STOPPED PAYING:  '
                                   TO W-BUILD-LINE
           MOVE W-STOP-CNT         TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'LATE FEES CHARGED:           '
                                   TO W-BUILD-LINE
           MOVE W-FEE-CNT          TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT

           MOVE 'LOANS PAID OFF:              '
                                   TO W-BUILD-LINE
           MOVE W-BKT-PAID-CNT     TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'LOANS CURRENT:               '
                                   TO W-BUILD-LINE
           MOVE W-BKT-CURRENT-CNT  TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'LOANS 1-29 DAYS PAST DUE:    '
                                   TO W-BUILD-LINE
           MOVE W-BKT-01-CNT       TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'LOANS 30-59 DAYS PAST DUE:   '
                                   TO W-BUILD-LINE
           MOVE W-BKT-30-CNT       TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'LOANS 60-89 DAYS PAST DUE:   '
                                   TO W-BUILD-LINE
           MOVE W-BKT-60-CNT       TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'LOANS 90+ DAYS PAST DUE:     '
                                   TO W-BUILD-LINE
           MOVE W-BKT-90-CNT       TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT

           MOVE 'LOANS OUT OF PROOF:          '
                                   TO W-BUILD-LINE
           MOVE W-PROOF-OUT-CNT    TO W-DISP-NUM
           PERFORM SUB-3360-COUNT-LINE THRU SUB-3360-EXIT
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3350-TOTAL-LINE.
      *--------------------

           COMPUTE W-EDIT-CENTS    =  W-EDIT-CENTS / 100
           MOVE W-EDIT-CENTS       TO W-TOTAL-EDIT
           MOVE W-TOTAL-EDIT       TO W-BUILD-LINE(30 : 20)

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT
           .
       SUB-3350-EXIT.
           EXIT.
      /
       SUB-3360-COUNT-LINE.
      *--------------------

           MOVE W-DISP-NUM         TO W-BUILD-LINE(39 : 11)

           PERFORM SUB-2890-REPORT-LINE THRU SUB-2890-EXIT
           .
       SUB-3360-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
