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

       PROGRAM-ID.             FAKERXFT.

      **** Independent cross-foot proof over the artifacts cut from
      **** one extract, run for UAT sign-off against the files as
      **** delivered - after whatever conversion, aging or purge step
      **** may have touched them since they were written.  Shares no
      **** code with the programs that wrote them; every figure is
      **** read back off the files themselves:
      ****
      ****     extract     'D' opening and closing balances and the
      ****                 'X' transactions under each;
      ****     FAKERGLP    the customer-deposit line of every
      ****                 journal (the GL account its control file
      ****                 names, GLDEPOSIT= as FAKERGLP reads it);
      ****     FAKERBAI    the 03 closing ledger (015) and the 16
      ****                 details of every account (EXTRACT mode);
      ****     FAKERSTM    the opening, running and closing balances
      ****                 printed on every statement.
      ****
      **** Per account the extract's D/X records must roll the opening
      **** balance to the closing one; every transaction must appear
      **** once, on the same side and for the same amount, as a BAI2
      **** 16 detail, a statement line and a GL deposit posting; the
      **** 03 and the statement must close on the D record's closing
      **** balance; every statement line must foot; and the account's
      **** net deposit postings must equal its movement.  The same
      **** figures are then proved in total, and every artifact's own
      **** trailers are footed against what was read.
      ****
      **** The four files are cut from the extract in its own account
      **** order, so they are walked in step with it: an account an
      **** artifact does not carry is reported and the artifact held
      **** where it is for the next account; anything left on an
      **** artifact once the extract ends is reported as not in the
      **** extract.  An artifact carrying an account the extract never
      **** had therefore also reports every account after it - the
      **** first break on the report is the one to chase.
      ****
      **** Every break is listed on 'Data\FAKERXFT Report.txt' down to
      **** the account and, where there is one, the transaction (the
      **** extract 'X' record's place under its account, or the
      **** artifact's own journal, detail or statement line).
      **** RETURN-CODE is 0 only when everything proves, 8 on any
      **** break, 12 when a file cannot be read at all.
      ****
      **** PARM (all optional, positional):
      ****     extract,journal,bai2,statement
      **** each defaulting to the file its program writes.

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
           SELECT GNRTFILE             ASSIGN DYNAMIC W-GNRTFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-GNRTFILE-STATUS.

           SELECT GLPFILE              ASSIGN DYNAMIC W-GLPFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-GLPFILE-STATUS.

           SELECT BAIFILE              ASSIGN DYNAMIC W-BAIFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-BAIFILE-STATUS.

           SELECT STMFILE              ASSIGN DYNAMIC W-STMFILE-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-STMFILE-STATUS.

           SELECT CTLFILE              ASSIGN 'Data\FAKERGLP Control.txt
      -                                      ''
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CTLFILE-STATUS.

           SELECT RPTFILE              ASSIGN 'Data\FAKERXFT Report.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  GNRTFILE.

      **** The extract's own layout, re-declared here for the fields
      **** the proof reads.

       01  GNRTFILE-REC            PIC X(320).

       01  FILLER REDEFINES GNRTFILE-REC.
           05  GIN-RECORD-TYPE     PIC X(01).
           05  GIN-REST            PIC X(319).

       01  GNRTFILE-HDR-REC REDEFINES GNRTFILE-REC.
           05  H-RECORD-TYPE       PIC X(01).
           05  FILLER              PIC X(01).
           05  H-RUN-DATE          PIC X(10).
           05  FILLER              PIC X(01).
           05  H-RUN-TIME          PIC X(08).
           05  FILLER              PIC X(01).
           05  H-SEED-NO           PIC X(09).
           05  FILLER              PIC X(01).
           05  H-SIGNATURE         PIC X(09).
           05  FILLER              PIC X(279).

       01  GNRTFILE-D-REC REDEFINES GNRTFILE-REC.
           05  FILLER              PIC X(02).
           05  GID-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  GID-BANK-ACCOUNT    PIC X(12).
           05  FILLER              PIC X(01).
           05  GID-BANK-ROUTING    PIC X(10).
           05  FILLER              PIC X(01).
           05  GID-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  GID-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  GID-OPEN-BAL-SIGN   PIC X(01).
           05  GID-OPEN-BAL-CENTS  PIC X(10).
           05  FILLER              PIC X(01).
           05  GID-CLOSE-BAL-SIGN  PIC X(01).
           05  GID-CLOSE-BAL-CENTS PIC X(10).
           05  FILLER              PIC X(225).

       01  GNRTFILE-X-REC REDEFINES GNRTFILE-REC.
           05  FILLER              PIC X(02).
           05  GIX-ACCOUNT-ID      PIC X(19).
           05  FILLER              PIC X(01).
           05  GIX-TRAN-AMOUNT.
               10  GIX-TRAN-DOLLARS
                                   PIC X(07).
               10  FILLER          PIC X(01).
               10  GIX-TRAN-PENNIES
                                   PIC X(02).
           05  FILLER              PIC X(01).
           05  GIX-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  GIX-TRAN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  GIX-DR-CR           PIC X(01).
           05  FILLER              PIC X(260).

       FD  GLPFILE.

      **** FAKERGLP's journal header 'J', posting line 'L', journal
      **** trailer 'T' and file trailer 'F'.

       01  GLP-JOURNAL-HDR-REC.
           05  GLJ-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  GLJ-JOURNAL-NO      PIC X(09).
           05  FILLER              PIC X(01).
           05  GLJ-POST-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  GLJ-SOURCE-REF      PIC X(19).
           05  FILLER              PIC X(38).

       01  GLP-LINE-REC.
           05  GLL-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  GLL-JOURNAL-NO      PIC X(09).
           05  FILLER              PIC X(01).
           05  GLL-GL-ACCOUNT      PIC X(10).
           05  FILLER              PIC X(01).
           05  GLL-DR-CR           PIC X(01).
           05  FILLER              PIC X(01).
           05  GLL-AMOUNT-CENTS    PIC 9(10).
           05  FILLER              PIC X(45).

       01  GLP-JOURNAL-TRL-REC.
           05  GLT-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  GLT-JOURNAL-NO      PIC X(09).
           05  FILLER              PIC X(01).
           05  GLT-DEBIT-TOTAL     PIC 9(12).
           05  FILLER              PIC X(01).
           05  GLT-CREDIT-TOTAL    PIC 9(12).
           05  FILLER              PIC X(43).

       01  GLP-FILE-TRL-REC.
           05  GLF-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  GLF-JOURNAL-CNT     PIC 9(09).
           05  FILLER              PIC X(01).
           05  GLF-DEBIT-TOTAL     PIC 9(15).
           05  FILLER              PIC X(01).
           05  GLF-CREDIT-TOTAL    PIC 9(15).
           05  FILLER              PIC X(37).

       FD  BAIFILE.

      **** BAI2 is comma-delimited and slash-terminated; each record
      **** is taken apart into W-BAI-FIELDS as it is read.

       01  BAIFILE-REC             PIC X(120).

       FD  STMFILE.

      **** FAKERSTM's print lines, carriage control in column 1.

       01  STMFILE-REC             PIC X(150).

       01  STM-ACCOUNT-LINE REDEFINES STMFILE-REC.
           05  FILLER              PIC X(01).
           05  STM-ACCT-TAG        PIC X(09).
               88  STM-IS-ACCOUNT-LINE             VALUE 'ACCOUNT: '.
           05  STM-ACCT-ID         PIC X(19).
           05  FILLER              PIC X(121).

       01  STM-BALANCE-LINE REDEFINES STMFILE-REC.
           05  FILLER              PIC X(01).
           05  STM-BAL-TAG         PIC X(17).
               88  STM-IS-OPENING-LINE
                                       VALUE '  OPENING BALANCE'.
               88  STM-IS-CLOSING-LINE
                                       VALUE '  CLOSING BALANCE'.
           05  FILLER              PIC X(24).
           05  STM-BAL-EDIT        PIC X(15).
           05  FILLER              PIC X(93).

       01  STM-TRAN-LINE REDEFINES STMFILE-REC.
           05  FILLER              PIC X(03).
           05  STM-TRAN-DATE.
               10  STM-TRAN-YYYY   PIC X(04).
               10  STM-TRAN-DASH-1 PIC X(01).
               10  FILLER          PIC X(02).
               10  STM-TRAN-DASH-2 PIC X(01).
               10  FILLER          PIC X(02).
           05  FILLER              PIC X(02).
           05  STM-TRAN-DR-CR      PIC X(01).
           05  STM-TRAN-R          PIC X(01).
           05  FILLER              PIC X(02).
           05  STM-TRAN-AMOUNT     PIC X(14).
           05  FILLER              PIC X(06).
           05  STM-TRAN-BALANCE    PIC X(15).
           05  FILLER              PIC X(96).

       FD  CTLFILE.

       01  CTLFILE-LINE            PIC X(80).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(150).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-GNRTFILE-STATUS       PIC X(02).
       01  W-GLPFILE-STATUS        PIC X(02).
       01  W-BAIFILE-STATUS        PIC X(02).
       01  W-STMFILE-STATUS        PIC X(02).
       01  W-CTLFILE-STATUS        PIC X(02).

       01  W-GNRTFILE-PATH         PIC X(60)       VALUE
           'Data\FAKERGEN Output.txt'.
       01  W-GLPFILE-PATH          PIC X(60)       VALUE
           'Data\FAKERGLP Journal.txt'.
       01  W-BAIFILE-PATH          PIC X(60)       VALUE
           'Data\FAKERBAI Output.txt'.
       01  W-STMFILE-PATH          PIC X(60)       VALUE
           'Data\FAKERSTM Statement.txt'.

       01  W-PARM-TEXT             PIC X(256).
       01  W-PARM-PATHS.
           05  W-PARM-PATH         PIC X(60)       OCCURS 4.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
       01  W-GLP-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-GLP-EOF                           VALUE 'Y'.
       01  W-BAI-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-BAI-EOF                           VALUE 'Y'.
       01  W-STM-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-STM-EOF                           VALUE 'Y'.
       01  W-CTL-EOF-SW            PIC X(01)       VALUE 'N'.
           88  W-CTL-EOF                           VALUE 'Y'.

       01  W-KW-NAME               PIC X(20).
       01  W-KW-VALUE              PIC X(60).

      **** The GL account FAKERGLP posts customer deposits to, unless
      **** its control file says otherwise.

       01  W-GL-DEPOSIT-ACCT       PIC X(10)       VALUE '2002000000'.

       01  W-HDR-SEED-NO           PIC X(09)       VALUE SPACES.
       01  W-HDR-SIGNATURE         PIC X(09)       VALUE SPACES.

      **** The extract account being proved, and its transactions in
      **** extract order.  W-XT-SEEN records, per artifact (1 BAI2,
      **** 2 statement, 3 GL), whether that artifact's copy of the
      **** transaction has been found - each artifact line claims the
      **** first unclaimed transaction it matches, so duplicates and
      **** omissions both surface.

       01  W-ACCT-PENDING-SW       PIC X(01)       VALUE 'N'.
           88  W-ACCT-PENDING                      VALUE 'Y'.
       01  W-ACCT-BROKEN-SW        PIC X(01).
           88  W-ACCT-BROKEN                       VALUE 'Y'.
       01  W-ACCT-CLOSE-GIVEN-SW   PIC X(01).
           88  W-ACCT-CLOSE-GIVEN                  VALUE 'Y'.
       01  W-ACCT-ID               PIC X(19).
       01  W-ACCT-BANK-KEY         PIC X(20).
       01  W-ACCT-OPEN-CENTS       PIC S9(11) COMP.
       01  W-ACCT-CLOSE-CENTS      PIC S9(11) COMP.
       01  W-ACCT-ROLLED-CENTS     PIC S9(13) COMP.
       01  W-ACCT-MOVEMENT         PIC S9(13) COMP.
       01  W-ACCT-DEBITS           PIC S9(13) COMP.
       01  W-ACCT-CREDITS          PIC S9(13) COMP.

       01  W-XT-MAX                PIC S9(4)  COMP VALUE 999.
       01  W-XT-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-XT-DROPPED            PIC S9(4)  COMP VALUE 0.
       01  W-XT-DX                 PIC S9(4)  COMP.
       01  W-XT-HIT                PIC S9(4)  COMP.
       01  W-XT-TABLE.
           05  W-XT-OCCS                           OCCURS 999.
               10  W-XT-CENTS      PIC S9(11) COMP.
               10  W-XT-DR-CR      PIC X(01).
               10  W-XT-DATE       PIC X(10).
               10  W-XT-SEEN       PIC X(01)       OCCURS 3.

       01  W-MATCH-SLOT            PIC S9(4)  COMP.
       01  W-MATCH-CENTS           PIC S9(11) COMP.
       01  W-MATCH-DR-CR           PIC X(01).
       01  W-MATCH-DATE            PIC X(10).
       01  W-MISSING-TEXT          PIC X(34).
       01  W-SLOT-ARTIFACT         PIC X(09).

       01  W-DRAINING-SW           PIC X(01)       VALUE 'N'.
           88  W-DRAINING                          VALUE 'Y'.

       01  W-AMOUNT-TEXT.
           05  W-AMOUNT-DOLLARS    PIC 9(07).
           05  FILLER              PIC X(01).
           05  W-AMOUNT-PENNIES    PIC 9(02).
       01  W-TRAN-CENTS            PIC S9(11) COMP.

      **** BAI2: the record just read, split at its commas, and the
      **** running figures of the 03 group being read.  The 49, 98
      **** and 99 control totals are written without a sign, so they
      **** are footed against the absolute value of what was read.

       01  W-BAI-FIELDS.
           05  W-BAI-CODE          PIC X(02).
           05  W-BAI-FLD-2         PIC X(20).
           05  W-BAI-FLD-3         PIC X(20).
           05  W-BAI-FLD-4         PIC X(20).
           05  W-BAI-FLD-5         PIC X(20).
       01  W-BAI-CENTS             PIC S9(15) COMP.
       01  W-BAI-CLOSE-CENTS       PIC S9(15) COMP.
       01  W-BAI-GROUP-SUM         PIC S9(15) COMP.
       01  W-BAI-GROUP-RECS        PIC S9(9)  COMP.
       01  W-BAI-DETAIL-NO         PIC S9(9)  COMP.
       01  W-BAI-ACCT-CONTROL      PIC S9(15) COMP.
       01  W-BAI-49-SUM            PIC S9(15) COMP VALUE 0.
       01  W-BAI-98-FOUND-SW       PIC X(01)       VALUE 'N'.
           88  W-BAI-98-FOUND                      VALUE 'Y'.
       01  W-BAI-99-FOUND-SW       PIC X(01)       VALUE 'N'.
           88  W-BAI-99-FOUND                      VALUE 'Y'.
       01  W-BAI-98-TOTAL          PIC S9(15) COMP VALUE 0.
       01  W-BAI-98-ACCTS          PIC S9(9)  COMP VALUE 0.
       01  W-BAI-99-TOTAL          PIC S9(15) COMP VALUE 0.
       01  W-BAI-BANK-KEY          PIC X(20).

      **** Statement: the running balance as the lines are footed,
      **** and the counts FAKERSTM printed on its totals page.

       01  W-STM-CENTS             PIC S9(13) COMP.
       01  W-STM-BALANCE           PIC S9(13) COMP.
       01  W-STM-RUNNING           PIC S9(13) COMP.
       01  W-STM-OPEN-FOUND-SW     PIC X(01).
           88  W-STM-OPEN-FOUND                    VALUE 'Y'.
       01  W-STM-CLOSE-FOUND-SW    PIC X(01).
           88  W-STM-CLOSE-FOUND                   VALUE 'Y'.
       01  W-STM-TOTALS-FOUND-SW   PIC X(01)       VALUE 'N'.
           88  W-STM-TOTALS-FOUND                  VALUE 'Y'.
       01  W-STM-PRINTED-STMTS     PIC S9(9)  COMP VALUE 0.
       01  W-STM-PRINTED-TRANS     PIC S9(9)  COMP VALUE 0.

      **** GL: the journal being read and the account it posts for.

       01  W-GLP-KEY               PIC X(19).
       01  W-JNL-NO                PIC X(09).
       01  W-JNL-DATE              PIC X(10).
       01  W-JNL-DEBITS            PIC S9(13) COMP.
       01  W-JNL-CREDITS           PIC S9(13) COMP.
       01  W-JNL-DEPOSIT-CNT       PIC S9(4)  COMP.
       01  W-JNL-DEPOSIT-SIDE      PIC X(01).
       01  W-JNL-DEPOSIT-CENTS     PIC S9(11) COMP.
       01  W-GLP-ACCT-NET          PIC S9(13) COMP.
       01  W-GLP-F-FOUND-SW        PIC X(01)       VALUE 'N'.
           88  W-GLP-F-FOUND                       VALUE 'Y'.
       01  W-GLP-F-JOURNALS        PIC S9(9)  COMP VALUE 0.
       01  W-GLP-F-DEBITS          PIC S9(15) COMP VALUE 0.
       01  W-GLP-F-CREDITS         PIC S9(15) COMP VALUE 0.
       01  W-GLP-T-DEBITS          PIC S9(15) COMP VALUE 0.
       01  W-GLP-T-CREDITS         PIC S9(15) COMP VALUE 0.

      **** Totals proved at the end: what the extract says, and what
      **** each artifact was found to carry.

       01  W-X-ACCTS               PIC S9(9)  COMP VALUE 0.
       01  W-X-TRANS               PIC S9(9)  COMP VALUE 0.
       01  W-X-DEBITS              PIC S9(15) COMP VALUE 0.
       01  W-X-CREDITS             PIC S9(15) COMP VALUE 0.
       01  W-X-OPEN-TOTAL          PIC S9(15) COMP VALUE 0.
       01  W-X-CLOSE-TOTAL         PIC S9(15) COMP VALUE 0.

       01  W-B-ACCTS               PIC S9(9)  COMP VALUE 0.
       01  W-B-DETAILS             PIC S9(9)  COMP VALUE 0.
       01  W-B-DEBITS              PIC S9(15) COMP VALUE 0.
       01  W-B-CREDITS             PIC S9(15) COMP VALUE 0.
       01  W-B-CLOSE-TOTAL         PIC S9(15) COMP VALUE 0.

       01  W-S-STMTS               PIC S9(9)  COMP VALUE 0.
       01  W-S-LINES               PIC S9(9)  COMP VALUE 0.
       01  W-S-DEBITS              PIC S9(15) COMP VALUE 0.
       01  W-S-CREDITS             PIC S9(15) COMP VALUE 0.
       01  W-S-OPEN-TOTAL          PIC S9(15) COMP VALUE 0.
       01  W-S-CLOSE-TOTAL         PIC S9(15) COMP VALUE 0.

       01  W-G-JOURNALS            PIC S9(9)  COMP VALUE 0.
       01  W-G-DEBITS              PIC S9(15) COMP VALUE 0.
       01  W-G-CREDITS             PIC S9(15) COMP VALUE 0.

       01  W-ACCTS-CLEAN           PIC S9(9)  COMP VALUE 0.
       01  W-ACCTS-BROKEN          PIC S9(9)  COMP VALUE 0.
       01  W-BREAKS                PIC S9(9)  COMP VALUE 0.
       01  W-BREAKS-EXTRACT        PIC S9(9)  COMP VALUE 0.
       01  W-BREAKS-BAI            PIC S9(9)  COMP VALUE 0.
       01  W-BREAKS-STM            PIC S9(9)  COMP VALUE 0.
       01  W-BREAKS-GLP            PIC S9(9)  COMP VALUE 0.
       01  W-BREAKS-TOTALS         PIC S9(9)  COMP VALUE 0.

      **** One break line on the report.  The caller fills in the
      **** account, artifact, transaction and text, the amounts the
      **** extract and the artifact carry, and which of the two apply.

       01  W-BRK-EXP-CENTS         PIC S9(15) COMP.
       01  W-BRK-FND-CENTS         PIC S9(15) COMP.
       01  W-BRK-AMOUNTS-SW        PIC X(01).
           88  W-BRK-NO-AMOUNTS                    VALUE 'N'.
           88  W-BRK-BOTH-AMOUNTS                  VALUE 'B'.
           88  W-BRK-EXPECTED-ONLY                 VALUE 'E'.
           88  W-BRK-FOUND-ONLY                    VALUE 'F'.

       01  W-BRK-LINE.
           05  W-BRK-ACCOUNT       PIC X(19).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-BRK-ARTIFACT      PIC X(09).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-BRK-TRAN          PIC X(18).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-BRK-TEXT          PIC X(34).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-BRK-EXPECTED-X    PIC X(17).
           05  W-BRK-EXPECTED REDEFINES W-BRK-EXPECTED-X
                                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-BRK-FOUND-X       PIC X(17).
           05  W-BRK-FOUND REDEFINES W-BRK-FOUND-X
                                   PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  W-BRK-HEADING.
           05  FILLER              PIC X(19)       VALUE 'ACCOUNT'.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  FILLER              PIC X(09)       VALUE 'ARTIFACT'.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  FILLER              PIC X(18)       VALUE 'TRANSACTION'.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  FILLER              PIC X(34)       VALUE 'BREAK'.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  FILLER              PIC X(17)       VALUE
               '          EXTRACT'.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  FILLER              PIC X(17)       VALUE
               '         ARTIFACT'.

       01  W-BRK-SEQ-DISP          PIC 9(04).
       01  W-BRK-REC-DISP          PIC 9(06).

      **** One line of the control-total proof: the figure on the
      **** left is proved against the figure on the right.

       01  W-TOT-LEFT-VAL          PIC S9(15) COMP.
       01  W-TOT-RIGHT-VAL         PIC S9(15) COMP.
       01  W-TOT-KIND-SW           PIC X(01).
           88  W-TOT-IS-COUNT                      VALUE 'C'.
           88  W-TOT-IS-AMOUNT                     VALUE 'A'.
       01  W-TOT-PRESENT-SW        PIC X(01).
           88  W-TOT-PRESENT                       VALUE 'Y'.

       01  W-TOT-LINE.
           05  W-TOT-LABEL         PIC X(40).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-TOT-LEFT-X        PIC X(21).
           05  W-TOT-LEFT-AMT REDEFINES W-TOT-LEFT-X
                                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER REDEFINES W-TOT-LEFT-X.
               10  W-TOT-LEFT-CNT  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(04).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-TOT-RIGHT-X       PIC X(21).
           05  W-TOT-RIGHT-AMT REDEFINES W-TOT-RIGHT-X
                                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER REDEFINES W-TOT-RIGHT-X.
               10  W-TOT-RIGHT-CNT PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
               10  FILLER          PIC X(04).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-TOT-VERDICT       PIC X(07).

       01  W-TOT-HEADING.
           05  FILLER              PIC X(40)       VALUE SPACES.
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-TOT-HEAD-LEFT     PIC X(21).
           05  FILLER              PIC X(02)       VALUE SPACES.
           05  W-TOT-HEAD-RIGHT    PIC X(21).

       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-BUILD-LINE            PIC X(150).

       COPY FAKERLYV.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERXFT error: '.

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

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      RETURN-CODE = 0
               PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
                   UNTIL W-EOF

               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF
           .
       MAIN-EXIT.
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKERXFT compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1050-READ-PARM THRU SUB-1050-EXIT

           MOVE W-GNRTFILE-PATH    TO W-LYV-PATH

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-READ-CTLFILE THRU SUB-1100-EXIT

           PERFORM SUB-1200-OPEN-INPUTS THRU SUB-1200-EXIT

           IF      RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT RPTFILE

           MOVE 'FAKERXFT CROSS-ARTIFACT PROOF'
                                   TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'EXTRACT     '   W-GNRTFILE-PATH
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'GL POSTINGS '   FUNCTION TRIM(W-GLPFILE-PATH)
                  '  DEPOSIT GL '  W-GL-DEPOSIT-ACCT
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'BAI2        '   W-BAIFILE-PATH
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'STATEMENTS  '   W-STMFILE-PATH
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE 'BREAKS'           TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-BRK-HEADING      TO RPTFILE-REC
           WRITE RPTFILE-REC

      **** Each artifact is primed on its first account.

           PERFORM SUB-5000-BAI-NEXT-GROUP THRU SUB-5000-EXIT

           PERFORM SUB-5110-READ-STM THRU SUB-5110-EXIT
           PERFORM SUB-5105-STM-TO-ACCOUNT THRU SUB-5105-EXIT

           PERFORM SUB-5200-READ-GLP THRU SUB-5200-EXIT
           PERFORM SUB-5205-GLP-TO-JOURNAL THRU SUB-5205-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-PARM.
      *-------------------

      **** Any path left empty keeps the file its program writes.

           ACCEPT W-PARM-TEXT      FROM COMMAND-LINE

           MOVE SPACES             TO W-PARM-PATHS

           UNSTRING W-PARM-TEXT    DELIMITED BY ','
                   INTO W-PARM-PATH(1)
                        W-PARM-PATH(2)
                        W-PARM-PATH(3)
                        W-PARM-PATH(4)
           END-UNSTRING

           IF      W-PARM-PATH(1) NOT = SPACES
               MOVE W-PARM-PATH(1) TO W-GNRTFILE-PATH
           END-IF

           IF      W-PARM-PATH(2) NOT = SPACES
               MOVE W-PARM-PATH(2) TO W-GLPFILE-PATH
           END-IF

           IF      W-PARM-PATH(3) NOT = SPACES
               MOVE W-PARM-PATH(3) TO W-BAIFILE-PATH
           END-IF

           IF      W-PARM-PATH(4) NOT = SPACES
               MOVE W-PARM-PATH(4) TO W-STMFILE-PATH
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-READ-CTLFILE.
      *----------------------

      **** FAKERGLP's own control file names the deposit GL account
      **** its postings went to; a missing file leaves the default.

           OPEN INPUT CTLFILE

           IF      W-CTLFILE-STATUS NOT = '00'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1110-APPLY-KEYWORD THRU SUB-1110-EXIT
               UNTIL W-CTL-EOF

           CLOSE CTLFILE
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-APPLY-KEYWORD.
      *-----------------------

           READ CTLFILE
               AT END
                   SET  W-CTL-EOF  TO TRUE
                   GO TO SUB-1110-EXIT
           END-READ

           IF      CTLFILE-LINE = SPACES
           OR      CTLFILE-LINE(1 : 1) = '*'
               GO TO SUB-1110-EXIT
           END-IF

           MOVE SPACES             TO W-KW-NAME
                                      W-KW-VALUE

           UNSTRING CTLFILE-LINE   DELIMITED BY '='
                   INTO W-KW-NAME
                        W-KW-VALUE
           END-UNSTRING

           IF      W-KW-NAME = 'GLDEPOSIT'
               MOVE W-KW-VALUE(1 : 10)
                                   TO W-GL-DEPOSIT-ACCT
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1200-OPEN-INPUTS.
      *---------------------

      **** A file that cannot be read cannot be proved - the run
      **** stops before it reports anything.

           OPEN INPUT GNRTFILE

           IF      W-GNRTFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open extract '
                       FUNCTION TRIM(W-GNRTFILE-PATH)
                       ', status '
                       W-GNRTFILE-STATUS
               MOVE 12             TO RETURN-CODE
           END-IF

           OPEN INPUT GLPFILE

           IF      W-GLPFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open GL postings '
                       FUNCTION TRIM(W-GLPFILE-PATH)
                       ', status '
                       W-GLPFILE-STATUS
               MOVE 12             TO RETURN-CODE
           END-IF

           OPEN INPUT BAIFILE

           IF      W-BAIFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open BAI2 file '
                       FUNCTION TRIM(W-BAIFILE-PATH)
                       ', status '
                       W-BAIFILE-STATUS
               MOVE 12             TO RETURN-CODE
           END-IF

           OPEN INPUT STMFILE

           IF      W-STMFILE-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open statement file '
                       FUNCTION TRIM(W-STMFILE-PATH)
                       ', status '
                       W-STMFILE-STATUS
               MOVE 12             TO RETURN-CODE
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** One extract record.  A 'D' record proves the account
      **** before it and opens a new one; an 'X' record is held under
      **** its account until the account is proved.

           READ GNRTFILE
               AT END
                   SET  W-EOF      TO TRUE

                   IF      W-ACCT-PENDING
                       PERFORM SUB-4000-PROVE-ACCOUNT
                                   THRU SUB-4000-EXIT
                   END-IF

                   GO TO SUB-2000-EXIT
           END-READ

           EVALUATE GIN-RECORD-TYPE
             WHEN 'H'
               MOVE H-SEED-NO      TO W-HDR-SEED-NO
               MOVE H-SIGNATURE    TO W-HDR-SIGNATURE

             WHEN 'D'
               IF      W-ACCT-PENDING
                   PERFORM SUB-4000-PROVE-ACCOUNT THRU SUB-4000-EXIT
               END-IF

               PERFORM SUB-2100-START-ACCOUNT THRU SUB-2100-EXIT

             WHEN 'X'
               PERFORM SUB-2200-HOLD-TRANSACTION THRU SUB-2200-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-START-ACCOUNT.
      *-----------------------

           SET  W-ACCT-PENDING     TO TRUE

           ADD  1                  TO W-X-ACCTS

           MOVE GID-ACCOUNT-ID     TO W-ACCT-ID
           MOVE FUNCTION TRIM(GID-BANK-ACCOUNT)
                                   TO W-ACCT-BANK-KEY

           MOVE 0                  TO W-XT-CNT
                                      W-XT-DROPPED
                                      W-ACCT-DEBITS
                                      W-ACCT-CREDITS

           MOVE 0                  TO W-ACCT-OPEN-CENTS
           IF      GID-OPEN-BAL-CENTS NUMERIC
               MOVE GID-OPEN-BAL-CENTS
                                   TO W-ACCT-OPEN-CENTS
               IF      GID-OPEN-BAL-SIGN = '-'
                   COMPUTE W-ACCT-OPEN-CENTS
                                   =  0 - W-ACCT-OPEN-CENTS
               END-IF
           END-IF

      **** An extract written before balances were carried has no
      **** closing balance to prove to; the account's own movement
      **** stands in for it (SUB-4000).

           MOVE 'N'                TO W-ACCT-CLOSE-GIVEN-SW
           MOVE 0                  TO W-ACCT-CLOSE-CENTS
           IF      GID-CLOSE-BAL-CENTS NUMERIC
               SET  W-ACCT-CLOSE-GIVEN
                                   TO TRUE
               MOVE GID-CLOSE-BAL-CENTS
                                   TO W-ACCT-CLOSE-CENTS
               IF      GID-CLOSE-BAL-SIGN = '-'
                   COMPUTE W-ACCT-CLOSE-CENTS
                                   =  0 - W-ACCT-CLOSE-CENTS
               END-IF
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-HOLD-TRANSACTION.
      *--------------------------

           IF      NOT W-ACCT-PENDING
           OR      GIX-ACCOUNT-ID NOT = W-ACCT-ID
               MOVE GIX-ACCOUNT-ID TO W-BRK-ACCOUNT
               MOVE 'EXTRACT'      TO W-BRK-ARTIFACT
               MOVE SPACES         TO W-BRK-TRAN
               MOVE 'X RECORD OUTSIDE ITS D ACCOUNT'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           IF      GIX-TRAN-DOLLARS NOT NUMERIC
           OR      GIX-TRAN-PENNIES NOT NUMERIC
               MOVE W-ACCT-ID      TO W-BRK-ACCOUNT
               MOVE 'EXTRACT'      TO W-BRK-ARTIFACT
               MOVE SPACES         TO W-BRK-TRAN
               STRING GIX-TRAN-DATE ' ' GIX-DR-CR
                                   DELIMITED SIZE
                                   INTO W-BRK-TRAN
               MOVE 'X AMOUNT NOT NUMERIC'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-XT-CNT >= W-XT-MAX
               ADD  1              TO W-XT-DROPPED
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-XT-CNT
                                      W-X-TRANS

           MOVE GIX-TRAN-AMOUNT    TO W-AMOUNT-TEXT
           COMPUTE W-TRAN-CENTS    =  W-AMOUNT-DOLLARS * 100
                                      + W-AMOUNT-PENNIES

           MOVE W-TRAN-CENTS       TO W-XT-CENTS(W-XT-CNT)
           MOVE GIX-TRAN-DATE      TO W-XT-DATE(W-XT-CNT)
           MOVE 'N'                TO W-XT-SEEN(W-XT-CNT, 1)
                                      W-XT-SEEN(W-XT-CNT, 2)
                                      W-XT-SEEN(W-XT-CNT, 3)

      **** An extract without the side indicator is all credits, as
      **** every artifact program reads it.

           IF      GIX-DR-CR = 'D'
               MOVE 'D'            TO W-XT-DR-CR(W-XT-CNT)
               ADD  W-TRAN-CENTS   TO W-ACCT-DEBITS
                                      W-X-DEBITS
           ELSE
               MOVE 'C'            TO W-XT-DR-CR(W-XT-CNT)
               ADD  W-TRAN-CENTS   TO W-ACCT-CREDITS
                                      W-X-CREDITS
           END-IF
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

      **** Whatever is left on an artifact once the extract has ended
      **** was never in it.

           SET  W-DRAINING         TO TRUE
           MOVE 0                  TO W-XT-CNT

           PERFORM SUB-3100-DRAIN-BAI THRU SUB-3100-EXIT
               UNTIL W-BAI-EOF

           PERFORM SUB-3200-DRAIN-STM THRU SUB-3200-EXIT
               UNTIL W-STM-EOF

           PERFORM SUB-3300-DRAIN-GLP THRU SUB-3300-EXIT
               UNTIL W-GLP-EOF

           CLOSE GNRTFILE
                 GLPFILE
                 BAIFILE
                 STMFILE

           PERFORM SUB-3500-PROVE-TOTALS THRU SUB-3500-EXIT

           PERFORM SUB-3600-PROVE-TRAILERS THRU SUB-3600-EXIT

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE SPACES             TO W-BUILD-LINE
           STRING 'EXTRACT SEED '  W-HDR-SEED-NO
                  '  SIGNATURE '   W-HDR-SIGNATURE
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-ACCTS-CLEAN      TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'ACCOUNTS PROVED CLEAN:   ' W-DISP-NUM
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-ACCTS-BROKEN     TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'ACCOUNTS WITH BREAKS:    ' W-DISP-NUM
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-BREAKS           TO W-DISP-NUM
           MOVE SPACES             TO W-BUILD-LINE
           STRING 'BREAKS:                  ' W-DISP-NUM
                                   DELIMITED SIZE
                                   INTO W-BUILD-LINE
           MOVE W-BUILD-LINE       TO RPTFILE-REC
           WRITE RPTFILE-REC

           IF      W-BREAKS = 0
               MOVE 'ALL ARTIFACTS PROVE TO THE EXTRACT'
                                   TO RPTFILE-REC
           ELSE
               MOVE 'PROOF FAILED - SEE BREAKS ABOVE'
                                   TO RPTFILE-REC
           END-IF
           WRITE RPTFILE-REC

           CLOSE RPTFILE

           MOVE W-X-ACCTS          TO W-DISP-NUM
           DISPLAY 'Extract accounts:         '
                   W-DISP-NUM

           MOVE W-X-TRANS          TO W-DISP-NUM
           DISPLAY 'Extract transactions:     '
                   W-DISP-NUM

           MOVE W-ACCTS-CLEAN      TO W-DISP-NUM
           DISPLAY 'Accounts proved clean:    '
                   W-DISP-NUM

           MOVE W-ACCTS-BROKEN     TO W-DISP-NUM
           DISPLAY 'Accounts with breaks:     '
                   W-DISP-NUM

           MOVE W-BREAKS-EXTRACT   TO W-DISP-NUM
           DISPLAY 'Extract breaks:           '
                   W-DISP-NUM

           MOVE W-BREAKS-BAI       TO W-DISP-NUM
           DISPLAY 'BAI2 breaks:              '
                   W-DISP-NUM

           MOVE W-BREAKS-STM       TO W-DISP-NUM
           DISPLAY 'Statement breaks:         '
                   W-DISP-NUM

           MOVE W-BREAKS-GLP       TO W-DISP-NUM
           DISPLAY 'GL breaks:                '
                   W-DISP-NUM

           MOVE W-BREAKS-TOTALS    TO W-DISP-NUM
           DISPLAY 'Total/trailer breaks:     '
                   W-DISP-NUM

           IF      W-BREAKS = 0
               DISPLAY 'FAKERXFT: all artifacts prove to the extract'
               MOVE 0              TO RETURN-CODE
           ELSE
               DISPLAY 'FAKERXFT: proof FAILED'
               MOVE 8              TO RETURN-CODE
           END-IF

           DISPLAY 'FAKERXFT completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-DRAIN-BAI.
      *-------------------

           MOVE SPACES             TO W-BRK-ACCOUNT
           MOVE 'BAI2'             TO W-BRK-ARTIFACT
           MOVE W-BAI-FLD-2        TO W-BRK-TRAN
           MOVE 'ACCOUNT NOT IN EXTRACT'
                                   TO W-BRK-TEXT
           SET  W-BRK-NO-AMOUNTS   TO TRUE
           PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

           PERFORM SUB-4250-READ-BAI-GROUP THRU SUB-4250-EXIT
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-DRAIN-STM.
      *-------------------

           MOVE STM-ACCT-ID        TO W-BRK-ACCOUNT
           MOVE 'STATEMENT'        TO W-BRK-ARTIFACT
           MOVE SPACES             TO W-BRK-TRAN
           MOVE 'ACCOUNT NOT IN EXTRACT'
                                   TO W-BRK-TEXT
           SET  W-BRK-NO-AMOUNTS   TO TRUE
           PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

           PERFORM SUB-4350-READ-STM-GROUP THRU SUB-4350-EXIT
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-DRAIN-GLP.
      *-------------------

           MOVE GLJ-SOURCE-REF     TO W-GLP-KEY
                                      W-BRK-ACCOUNT
           MOVE 'GL'               TO W-BRK-ARTIFACT
           MOVE SPACES             TO W-BRK-TRAN
           MOVE 'ACCOUNT NOT IN EXTRACT'
                                   TO W-BRK-TEXT
           SET  W-BRK-NO-AMOUNTS   TO TRUE
           PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

           PERFORM SUB-4450-GLP-ONE-JOURNAL THRU SUB-4450-EXIT
               UNTIL W-GLP-EOF
                  OR GLJ-RECORD-TYPE NOT = 'J'
                  OR GLJ-SOURCE-REF NOT = W-GLP-KEY
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3500-PROVE-TOTALS.
      *----------------------

      **** Every figure the extract carries in total, proved against
      **** each artifact's own total of the same thing.

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE 'CONTROL TOTALS'   TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE '              EXTRACT'
                                   TO W-TOT-HEAD-LEFT
           MOVE '             ARTIFACT'
                                   TO W-TOT-HEAD-RIGHT
           MOVE W-TOT-HEADING      TO RPTFILE-REC
           WRITE RPTFILE-REC

           SET  W-TOT-PRESENT      TO TRUE

           SET  W-TOT-IS-COUNT     TO TRUE
           MOVE W-X-ACCTS          TO W-TOT-LEFT-VAL

           MOVE 'ACCOUNTS / BAI2 03 RECORDS'
                                   TO W-TOT-LABEL
           MOVE W-B-ACCTS          TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'ACCOUNTS / STATEMENTS'
                                   TO W-TOT-LABEL
           MOVE W-S-STMTS          TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE W-X-TRANS          TO W-TOT-LEFT-VAL

           MOVE 'TRANSACTIONS / BAI2 16 DETAILS'
                                   TO W-TOT-LABEL
           MOVE W-B-DETAILS        TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'TRANSACTIONS / STATEMENT LINES'
                                   TO W-TOT-LABEL
           MOVE W-S-LINES          TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'TRANSACTIONS / GL JOURNALS'
                                   TO W-TOT-LABEL
           MOVE W-G-JOURNALS       TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           SET  W-TOT-IS-AMOUNT    TO TRUE
           MOVE W-X-DEBITS         TO W-TOT-LEFT-VAL

           MOVE 'DEBITS / BAI2 451 DETAILS'
                                   TO W-TOT-LABEL
           MOVE W-B-DEBITS         TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'DEBITS / STATEMENT DR LINES'
                                   TO W-TOT-LABEL
           MOVE W-S-DEBITS         TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'DEBITS / GL DEPOSIT DEBITS'
                                   TO W-TOT-LABEL
           MOVE W-G-DEBITS         TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE W-X-CREDITS        TO W-TOT-LEFT-VAL

           MOVE 'CREDITS / BAI2 165 DETAILS'
                                   TO W-TOT-LABEL
           MOVE W-B-CREDITS        TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'CREDITS / STATEMENT CR LINES'
                                   TO W-TOT-LABEL
           MOVE W-S-CREDITS        TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'CREDITS / GL DEPOSIT CREDITS'
                                   TO W-TOT-LABEL
           MOVE W-G-CREDITS        TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'OPENING BALANCES / STATEMENTS'
                                   TO W-TOT-LABEL
           MOVE W-X-OPEN-TOTAL     TO W-TOT-LEFT-VAL
           MOVE W-S-OPEN-TOTAL     TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE W-X-CLOSE-TOTAL    TO W-TOT-LEFT-VAL

           MOVE 'CLOSING BALANCES / BAI2 015 LEDGER'
                                   TO W-TOT-LABEL
           MOVE W-B-CLOSE-TOTAL    TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'CLOSING BALANCES / STATEMENTS'
                                   TO W-TOT-LABEL
           MOVE W-S-CLOSE-TOTAL    TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'NET MOVEMENT / GL DEPOSIT NET'
                                   TO W-TOT-LABEL
           COMPUTE W-TOT-LEFT-VAL  =  W-X-CLOSE-TOTAL
                                      - W-X-OPEN-TOTAL
           COMPUTE W-TOT-RIGHT-VAL =  W-G-CREDITS - W-G-DEBITS
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3510-TOTAL-LINE.
      *--------------------

           MOVE SPACES             TO W-TOT-LEFT-X
                                      W-TOT-RIGHT-X

           IF      W-TOT-IS-COUNT
               MOVE W-TOT-LEFT-VAL TO W-TOT-LEFT-CNT
           ELSE
               COMPUTE W-TOT-LEFT-AMT
                                   =  W-TOT-LEFT-VAL / 100
           END-IF

           EVALUATE TRUE
             WHEN NOT W-TOT-PRESENT
               MOVE 'MISSING'      TO W-TOT-VERDICT
               ADD  1              TO W-BREAKS
                                      W-BREAKS-TOTALS

             WHEN W-TOT-IS-COUNT
               MOVE W-TOT-RIGHT-VAL
                                   TO W-TOT-RIGHT-CNT

             WHEN OTHER
               COMPUTE W-TOT-RIGHT-AMT
                                   =  W-TOT-RIGHT-VAL / 100
           END-EVALUATE

           IF      W-TOT-PRESENT
               IF      W-TOT-LEFT-VAL = W-TOT-RIGHT-VAL
                   MOVE 'AGREES'   TO W-TOT-VERDICT
               ELSE
                   MOVE 'BREAK'    TO W-TOT-VERDICT
                   ADD  1          TO W-BREAKS
                                      W-BREAKS-TOTALS
               END-IF
           END-IF

           MOVE W-TOT-LINE         TO RPTFILE-REC
           WRITE RPTFILE-REC
           .
       SUB-3510-EXIT.
           EXIT.
      /
       SUB-3600-PROVE-TRAILERS.
      *------------------------

      **** Each artifact's own trailers, footed against the records
      **** actually read from it.

           MOVE SPACES             TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE 'FILE TRAILERS'    TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE '             RECORDS'
                                   TO W-TOT-HEAD-LEFT
           MOVE '              TRAILER'
                                   TO W-TOT-HEAD-RIGHT
           MOVE W-TOT-HEADING      TO RPTFILE-REC
           WRITE RPTFILE-REC

           MOVE W-BAI-98-FOUND-SW  TO W-TOT-PRESENT-SW

           SET  W-TOT-IS-AMOUNT    TO TRUE
           MOVE 'BAI2 98 GROUP CONTROL TOTAL'
                                   TO W-TOT-LABEL
           MOVE W-BAI-49-SUM       TO W-TOT-LEFT-VAL
           IF      W-TOT-LEFT-VAL < 0
               COMPUTE W-TOT-LEFT-VAL
                                   =  0 - W-TOT-LEFT-VAL
           END-IF
           MOVE W-BAI-98-TOTAL     TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           SET  W-TOT-IS-COUNT     TO TRUE
           MOVE 'BAI2 98 ACCOUNT COUNT'
                                   TO W-TOT-LABEL
           MOVE W-B-ACCTS          TO W-TOT-LEFT-VAL
           MOVE W-BAI-98-ACCTS     TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE W-BAI-99-FOUND-SW  TO W-TOT-PRESENT-SW

           SET  W-TOT-IS-AMOUNT    TO TRUE
           MOVE 'BAI2 99 FILE CONTROL TOTAL'
                                   TO W-TOT-LABEL
           MOVE W-BAI-98-TOTAL     TO W-TOT-LEFT-VAL
           MOVE W-BAI-99-TOTAL     TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE W-GLP-F-FOUND-SW   TO W-TOT-PRESENT-SW

           SET  W-TOT-IS-COUNT     TO TRUE
           MOVE 'GL F JOURNAL COUNT'
                                   TO W-TOT-LABEL
           MOVE W-G-JOURNALS       TO W-TOT-LEFT-VAL
           MOVE W-GLP-F-JOURNALS   TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           SET  W-TOT-IS-AMOUNT    TO TRUE
           MOVE 'GL F DEBIT TOTAL'
                                   TO W-TOT-LABEL
           MOVE W-GLP-T-DEBITS     TO W-TOT-LEFT-VAL
           MOVE W-GLP-F-DEBITS     TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'GL F CREDIT TOTAL'
                                   TO W-TOT-LABEL
           MOVE W-GLP-T-CREDITS    TO W-TOT-LEFT-VAL
           MOVE W-GLP-F-CREDITS    TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE W-STM-TOTALS-FOUND-SW
                                   TO W-TOT-PRESENT-SW

           SET  W-TOT-IS-COUNT     TO TRUE
           MOVE 'STATEMENTS PRINTED'
                                   TO W-TOT-LABEL
           MOVE W-S-STMTS          TO W-TOT-LEFT-VAL
           MOVE W-STM-PRINTED-STMTS
                                   TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT

           MOVE 'STATEMENT TRANSACTIONS PRINTED'
                                   TO W-TOT-LABEL
           MOVE W-S-LINES          TO W-TOT-LEFT-VAL
           MOVE W-STM-PRINTED-TRANS
                                   TO W-TOT-RIGHT-VAL
           PERFORM SUB-3510-TOTAL-LINE THRU SUB-3510-EXIT
           .
       SUB-3600-EXIT.
           EXIT.
      /
       SUB-4000-PROVE-ACCOUNT.
      *-----------------------

           MOVE 'N'                TO W-ACCT-PENDING-SW
                                      W-ACCT-BROKEN-SW

           MOVE W-ACCT-ID          TO W-BRK-ACCOUNT

           IF      W-XT-DROPPED > 0
               MOVE 'EXTRACT'      TO W-BRK-ARTIFACT
               MOVE W-XT-DROPPED   TO W-BRK-SEQ-DISP
               MOVE SPACES         TO W-BRK-TRAN
               STRING W-BRK-SEQ-DISP ' NOT HELD'
                                   DELIMITED SIZE
                                   INTO W-BRK-TRAN
               MOVE 'MORE TRANSACTIONS THAN CAN BE HELD'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

      **** The extract proves itself first: the D record's opening
      **** balance, rolled through its X records, must land on its
      **** closing balance.

           COMPUTE W-ACCT-ROLLED-CENTS
                                   =  W-ACCT-OPEN-CENTS
                                      + W-ACCT-CREDITS
                                      - W-ACCT-DEBITS

           IF      W-ACCT-CLOSE-GIVEN
               IF      W-ACCT-ROLLED-CENTS NOT = W-ACCT-CLOSE-CENTS
                   MOVE 'EXTRACT'  TO W-BRK-ARTIFACT
                   MOVE SPACES     TO W-BRK-TRAN
                   MOVE 'D/X DO NOT ROLL OPEN TO CLOSE'
                                   TO W-BRK-TEXT
                   MOVE W-ACCT-CLOSE-CENTS
                                   TO W-BRK-EXP-CENTS
                   MOVE W-ACCT-ROLLED-CENTS
                                   TO W-BRK-FND-CENTS
                   SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
                   PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               END-IF
           ELSE
               MOVE W-ACCT-ROLLED-CENTS
                                   TO W-ACCT-CLOSE-CENTS
           END-IF

           COMPUTE W-ACCT-MOVEMENT =  W-ACCT-CLOSE-CENTS
                                      - W-ACCT-OPEN-CENTS

           ADD  W-ACCT-OPEN-CENTS  TO W-X-OPEN-TOTAL
           ADD  W-ACCT-CLOSE-CENTS TO W-X-CLOSE-TOTAL

           PERFORM SUB-4200-PROVE-BAI THRU SUB-4200-EXIT

           PERFORM SUB-4300-PROVE-STATEMENT THRU SUB-4300-EXIT

           PERFORM SUB-4400-PROVE-GLP THRU SUB-4400-EXIT

           IF      W-ACCT-BROKEN
               ADD  1              TO W-ACCTS-BROKEN
           ELSE
               ADD  1              TO W-ACCTS-CLEAN
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4200-PROVE-BAI.
      *-------------------

      **** The account's 03 group is keyed on the bank account number
      **** FAKERBAI writes for it.

           IF      W-BAI-EOF
           OR      W-BAI-FLD-2 NOT = W-ACCT-BANK-KEY
               MOVE 'BAI2'         TO W-BRK-ARTIFACT
               MOVE W-ACCT-BANK-KEY
                                   TO W-BRK-TRAN
               MOVE 'ACCOUNT NOT ON BAI2 FILE'
                                   TO W-BRK-TEXT
               MOVE W-ACCT-CLOSE-CENTS
                                   TO W-BRK-EXP-CENTS
               SET  W-BRK-EXPECTED-ONLY
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               GO TO SUB-4200-EXIT
           END-IF

           PERFORM SUB-4250-READ-BAI-GROUP THRU SUB-4250-EXIT

           MOVE 1                  TO W-MATCH-SLOT
           MOVE 'BAI2'             TO W-SLOT-ARTIFACT
           MOVE 'NO 16 DETAIL ON BAI2 FILE'
                                   TO W-MISSING-TEXT

           PERFORM SUB-4850-REPORT-UNSEEN THRU SUB-4850-EXIT
               VARYING W-XT-DX FROM 1 BY 1
                 UNTIL W-XT-DX > W-XT-CNT
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4250-READ-BAI-GROUP.
      *------------------------

      **** One 03 group: the 03 identifier, its 16 details and the 49
      **** trailer over them.  While draining there is no extract
      **** account to prove to - the group is only counted.

           MOVE W-BAI-FLD-2        TO W-BAI-BANK-KEY

           MOVE 'BAI2'             TO W-BRK-ARTIFACT

           COMPUTE W-BAI-CLOSE-CENTS
                                   =  FUNCTION NUMVAL(W-BAI-FLD-5)

           ADD  1                  TO W-B-ACCTS
           ADD  W-BAI-CLOSE-CENTS  TO W-B-CLOSE-TOTAL

           IF      NOT W-DRAINING
           AND     W-BAI-CLOSE-CENTS NOT = W-ACCT-CLOSE-CENTS
               MOVE W-BAI-BANK-KEY TO W-BRK-TRAN
               MOVE '03 CLOSING LEDGER (015) DISAGREES'
                                   TO W-BRK-TEXT
               MOVE W-ACCT-CLOSE-CENTS
                                   TO W-BRK-EXP-CENTS
               MOVE W-BAI-CLOSE-CENTS
                                   TO W-BRK-FND-CENTS
               SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           MOVE W-BAI-CLOSE-CENTS  TO W-BAI-ACCT-CONTROL
           MOVE 1                  TO W-BAI-GROUP-RECS
           MOVE 0                  TO W-BAI-DETAIL-NO

           PERFORM SUB-5010-READ-BAI THRU SUB-5010-EXIT

           PERFORM SUB-4260-BAI-ONE-DETAIL THRU SUB-4260-EXIT
               UNTIL W-BAI-EOF
                  OR W-BAI-CODE NOT = '16'

           IF      W-BAI-EOF
           OR      W-BAI-CODE NOT = '49'
               MOVE W-BAI-BANK-KEY TO W-BRK-TRAN
               MOVE '49 ACCOUNT TRAILER MISSING'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

               PERFORM SUB-5005-BAI-TO-GROUP THRU SUB-5005-EXIT
               GO TO SUB-4250-EXIT
           END-IF

      **** The 49 control total is the 015 amount plus every 16
      **** amount; its count takes in the 03, the 16s and itself.

           ADD  1                  TO W-BAI-GROUP-RECS
           ADD  W-BAI-ACCT-CONTROL TO W-BAI-49-SUM

           IF      W-BAI-ACCT-CONTROL < 0
               COMPUTE W-BAI-ACCT-CONTROL
                                   =  0 - W-BAI-ACCT-CONTROL
           END-IF

           COMPUTE W-BAI-CENTS     =  FUNCTION NUMVAL(W-BAI-FLD-2)

           IF      W-BAI-CENTS NOT = W-BAI-ACCT-CONTROL
               MOVE W-BAI-BANK-KEY TO W-BRK-TRAN
               MOVE '49 CONTROL TOTAL DOES NOT FOOT'
                                   TO W-BRK-TEXT
               MOVE W-BAI-ACCT-CONTROL
                                   TO W-BRK-EXP-CENTS
               MOVE W-BAI-CENTS    TO W-BRK-FND-CENTS
               SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           COMPUTE W-BAI-CENTS     =  FUNCTION NUMVAL(W-BAI-FLD-3)

           IF      W-BAI-CENTS NOT = W-BAI-GROUP-RECS
               MOVE W-BAI-BANK-KEY TO W-BRK-TRAN
               MOVE '49 RECORD COUNT DOES NOT FOOT'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           PERFORM SUB-5000-BAI-NEXT-GROUP THRU SUB-5000-EXIT
           .
       SUB-4250-EXIT.
           EXIT.
      /
       SUB-4260-BAI-ONE-DETAIL.
      *------------------------

           ADD  1                  TO W-BAI-DETAIL-NO
                                      W-BAI-GROUP-RECS
                                      W-B-DETAILS

           COMPUTE W-BAI-CENTS     =  FUNCTION NUMVAL(W-BAI-FLD-3)

           ADD  W-BAI-CENTS        TO W-BAI-ACCT-CONTROL

           MOVE W-BAI-DETAIL-NO    TO W-BRK-REC-DISP
           MOVE SPACES             TO W-BRK-TRAN
           STRING '16 NO ' W-BRK-REC-DISP ' ' W-BAI-FLD-2(1 : 3)
                                   DELIMITED SIZE
                                   INTO W-BRK-TRAN

           EVALUATE W-BAI-FLD-2
             WHEN '451'
               MOVE 'D'            TO W-MATCH-DR-CR
               ADD  W-BAI-CENTS    TO W-B-DEBITS

             WHEN '165'
               MOVE 'C'            TO W-MATCH-DR-CR
               ADD  W-BAI-CENTS    TO W-B-CREDITS

             WHEN OTHER
               MOVE SPACES         TO W-MATCH-DR-CR
               MOVE '16 TYPE CODE NOT 451 OR 165'
                                   TO W-BRK-TEXT
               MOVE W-BAI-CENTS    TO W-BRK-FND-CENTS
               SET  W-BRK-FOUND-ONLY
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-EVALUATE

           IF      W-DRAINING
           OR      W-MATCH-DR-CR = SPACES
               GO TO SUB-4260-NEXT
           END-IF

           MOVE 1                  TO W-MATCH-SLOT
           MOVE W-BAI-CENTS        TO W-MATCH-CENTS
           MOVE SPACES             TO W-MATCH-DATE

           PERFORM SUB-4800-FIND-MATCH THRU SUB-4800-EXIT

           IF      W-XT-HIT = 0
               MOVE '16 DETAIL NOT IN EXTRACT'
                                   TO W-BRK-TEXT
               MOVE W-BAI-CENTS    TO W-BRK-FND-CENTS
               SET  W-BRK-FOUND-ONLY
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF
           .
       SUB-4260-NEXT.

           PERFORM SUB-5010-READ-BAI THRU SUB-5010-EXIT
           .
       SUB-4260-EXIT.
           EXIT.
      /
       SUB-4300-PROVE-STATEMENT.
      *-------------------------

           IF      W-STM-EOF
           OR      STM-ACCT-ID NOT = W-ACCT-ID
               MOVE 'STATEMENT'    TO W-BRK-ARTIFACT
               MOVE SPACES         TO W-BRK-TRAN
               MOVE 'ACCOUNT HAS NO STATEMENT'
                                   TO W-BRK-TEXT
               MOVE W-ACCT-CLOSE-CENTS
                                   TO W-BRK-EXP-CENTS
               SET  W-BRK-EXPECTED-ONLY
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               GO TO SUB-4300-EXIT
           END-IF

           PERFORM SUB-4350-READ-STM-GROUP THRU SUB-4350-EXIT

           MOVE 2                  TO W-MATCH-SLOT
           MOVE 'STATEMENT'        TO W-SLOT-ARTIFACT
           MOVE 'NO LINE ON STATEMENT'
                                   TO W-MISSING-TEXT

           PERFORM SUB-4850-REPORT-UNSEEN THRU SUB-4850-EXIT
               VARYING W-XT-DX FROM 1 BY 1
                 UNTIL W-XT-DX > W-XT-CNT
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4350-READ-STM-GROUP.
      *------------------------

      **** One statement, from its ACCOUNT line to the next one (or
      **** the totals page).  Page headings that fall inside it are
      **** passed over.

           MOVE 'STATEMENT'        TO W-BRK-ARTIFACT

           ADD  1                  TO W-S-STMTS

           MOVE 'N'                TO W-STM-OPEN-FOUND-SW
                                      W-STM-CLOSE-FOUND-SW
           MOVE 0                  TO W-STM-RUNNING

           PERFORM SUB-5110-READ-STM THRU SUB-5110-EXIT

           PERFORM SUB-4360-STM-ONE-LINE THRU SUB-4360-EXIT
               UNTIL W-STM-EOF
                  OR STM-IS-ACCOUNT-LINE
                  OR W-STM-TOTALS-FOUND

           MOVE SPACES             TO W-BRK-TRAN

           IF      NOT W-STM-OPEN-FOUND
               MOVE 'OPENING BALANCE LINE MISSING'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           IF      NOT W-STM-CLOSE-FOUND
               MOVE 'CLOSING BALANCE LINE MISSING'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           PERFORM SUB-5105-STM-TO-ACCOUNT THRU SUB-5105-EXIT
           .
       SUB-4350-EXIT.
           EXIT.
      /
       SUB-4360-STM-ONE-LINE.
      *----------------------

           MOVE SPACES             TO W-BRK-TRAN

           EVALUATE TRUE
             WHEN STM-IS-OPENING-LINE
               SET  W-STM-OPEN-FOUND
                                   TO TRUE
               COMPUTE W-STM-BALANCE
                                   =  FUNCTION NUMVAL-C(STM-BAL-EDIT)
                                      * 100
               MOVE W-STM-BALANCE  TO W-STM-RUNNING
               ADD  W-STM-BALANCE  TO W-S-OPEN-TOTAL

               IF      NOT W-DRAINING
               AND     W-STM-BALANCE NOT = W-ACCT-OPEN-CENTS
                   MOVE 'OPENING BALANCE DISAGREES'
                                   TO W-BRK-TEXT
                   MOVE W-ACCT-OPEN-CENTS
                                   TO W-BRK-EXP-CENTS
                   MOVE W-STM-BALANCE
                                   TO W-BRK-FND-CENTS
                   SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
                   PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               END-IF

             WHEN STM-IS-CLOSING-LINE
               SET  W-STM-CLOSE-FOUND
                                   TO TRUE
               COMPUTE W-STM-BALANCE
                                   =  FUNCTION NUMVAL-C(STM-BAL-EDIT)
                                      * 100
               ADD  W-STM-BALANCE  TO W-S-CLOSE-TOTAL

               IF      W-STM-BALANCE NOT = W-STM-RUNNING
                   MOVE 'CLOSING BALANCE DOES NOT FOOT'
                                   TO W-BRK-TEXT
                   MOVE W-STM-RUNNING
                                   TO W-BRK-EXP-CENTS
                   MOVE W-STM-BALANCE
                                   TO W-BRK-FND-CENTS
                   SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
                   PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               END-IF

               IF      NOT W-DRAINING
               AND     W-STM-BALANCE NOT = W-ACCT-CLOSE-CENTS
                   MOVE 'CLOSING BALANCE DISAGREES'
                                   TO W-BRK-TEXT
                   MOVE W-ACCT-CLOSE-CENTS
                                   TO W-BRK-EXP-CENTS
                   MOVE W-STM-BALANCE
                                   TO W-BRK-FND-CENTS
                   SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
                   PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               END-IF

             WHEN STMFILE-REC(2 : 20) = '  ** OUT OF BALANCE '
               MOVE 'FLAGGED OUT OF BALANCE ON ITS FACE'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

             WHEN STM-TRAN-YYYY NUMERIC
             AND  STM-TRAN-DASH-1 = '-'
             AND  STM-TRAN-DASH-2 = '-'
             AND  STM-TRAN-R = 'R'
               PERFORM SUB-4370-STM-TRAN-LINE THRU SUB-4370-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM SUB-5110-READ-STM THRU SUB-5110-EXIT
           .
       SUB-4360-EXIT.
           EXIT.
      /
       SUB-4370-STM-TRAN-LINE.
      *-----------------------

      **** Each line must foot: the balance before it, moved by its
      **** amount on its side, is the balance it prints.  After a
      **** line that does not, footing carries on from the printed
      **** balance, so the break is reported where it starts rather
      **** than on every line after it.

           ADD  1                  TO W-S-LINES

           COMPUTE W-STM-CENTS     =  FUNCTION NUMVAL-C
                                          (STM-TRAN-AMOUNT) * 100
           COMPUTE W-STM-BALANCE   =  FUNCTION NUMVAL-C
                                          (STM-TRAN-BALANCE) * 100

           STRING STM-TRAN-DATE ' ' STM-TRAN-DR-CR 'R'
                                   DELIMITED SIZE
                                   INTO W-BRK-TRAN

           IF      STM-TRAN-DR-CR = 'D'
               SUBTRACT W-STM-CENTS
                                   FROM W-STM-RUNNING
               ADD  W-STM-CENTS    TO W-S-DEBITS
           ELSE
               ADD  W-STM-CENTS    TO W-STM-RUNNING
                                      W-S-CREDITS
           END-IF

           IF      W-STM-BALANCE NOT = W-STM-RUNNING
               MOVE 'RUNNING BALANCE DOES NOT FOOT'
                                   TO W-BRK-TEXT
               MOVE W-STM-RUNNING  TO W-BRK-EXP-CENTS
               MOVE W-STM-BALANCE  TO W-BRK-FND-CENTS
               SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

               MOVE W-STM-BALANCE  TO W-STM-RUNNING
           END-IF

           IF      W-DRAINING
               GO TO SUB-4370-EXIT
           END-IF

           MOVE 2                  TO W-MATCH-SLOT
           MOVE W-STM-CENTS        TO W-MATCH-CENTS
           MOVE STM-TRAN-DATE      TO W-MATCH-DATE
           MOVE STM-TRAN-DR-CR     TO W-MATCH-DR-CR

           PERFORM SUB-4800-FIND-MATCH THRU SUB-4800-EXIT

           IF      W-XT-HIT = 0
               MOVE 'STATEMENT LINE NOT IN EXTRACT'
                                   TO W-BRK-TEXT
               MOVE W-STM-CENTS    TO W-BRK-FND-CENTS
               SET  W-BRK-FOUND-ONLY
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF
           .
       SUB-4370-EXIT.
           EXIT.
      /
       SUB-4400-PROVE-GLP.
      *-------------------

      **** FAKERGLP writes one journal per transaction, source-
      **** referenced to the account; an account with no transactions
      **** has no journals.  The account's net deposit postings must
      **** equal its movement from opening to closing balance.

           MOVE W-ACCT-ID          TO W-GLP-KEY
           MOVE 0                  TO W-GLP-ACCT-NET

           IF      W-GLP-EOF
           OR      GLJ-SOURCE-REF NOT = W-GLP-KEY
               IF      W-XT-CNT > 0
                   MOVE 'GL'       TO W-BRK-ARTIFACT
                   MOVE SPACES     TO W-BRK-TRAN
                   MOVE 'ACCOUNT HAS NO GL POSTINGS'
                                   TO W-BRK-TEXT
                   MOVE W-ACCT-MOVEMENT
                                   TO W-BRK-EXP-CENTS
                   SET  W-BRK-EXPECTED-ONLY
                                   TO TRUE
                   PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               END-IF
               GO TO SUB-4400-EXIT
           END-IF

           PERFORM SUB-4450-GLP-ONE-JOURNAL THRU SUB-4450-EXIT
               UNTIL W-GLP-EOF
                  OR GLJ-RECORD-TYPE NOT = 'J'
                  OR GLJ-SOURCE-REF NOT = W-GLP-KEY

           IF      W-GLP-ACCT-NET NOT = W-ACCT-MOVEMENT
               MOVE 'GL'           TO W-BRK-ARTIFACT
               MOVE SPACES         TO W-BRK-TRAN
               MOVE 'DEPOSIT NET POSTINGS DISAGREE'
                                   TO W-BRK-TEXT
               MOVE W-ACCT-MOVEMENT
                                   TO W-BRK-EXP-CENTS
               MOVE W-GLP-ACCT-NET TO W-BRK-FND-CENTS
               SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           MOVE 3                  TO W-MATCH-SLOT
           MOVE 'GL'               TO W-SLOT-ARTIFACT
           MOVE 'NOT POSTED TO GL'
                                   TO W-MISSING-TEXT

           PERFORM SUB-4850-REPORT-UNSEEN THRU SUB-4850-EXIT
               VARYING W-XT-DX FROM 1 BY 1
                 UNTIL W-XT-DX > W-XT-CNT
           .
       SUB-4400-EXIT.
           EXIT.
      /
       SUB-4450-GLP-ONE-JOURNAL.
      *-------------------------

      **** One journal: its lines must balance and agree with its
      **** trailer, and exactly one of them must post the customer
      **** deposit account - a deposit debit is a customer debit.

           MOVE 'GL'               TO W-BRK-ARTIFACT

           ADD  1                  TO W-G-JOURNALS

           MOVE GLJ-JOURNAL-NO     TO W-JNL-NO
           MOVE GLJ-POST-DATE      TO W-JNL-DATE

           MOVE SPACES             TO W-BRK-TRAN
           STRING 'JOURNAL ' W-JNL-NO
                                   DELIMITED SIZE
                                   INTO W-BRK-TRAN

           MOVE 0                  TO W-JNL-DEBITS
                                      W-JNL-CREDITS
                                      W-JNL-DEPOSIT-CNT
                                      W-JNL-DEPOSIT-CENTS
           MOVE SPACES             TO W-JNL-DEPOSIT-SIDE

           PERFORM SUB-5200-READ-GLP THRU SUB-5200-EXIT

           PERFORM SUB-4460-GLP-ONE-LINE THRU SUB-4460-EXIT
               UNTIL W-GLP-EOF
                  OR GLL-RECORD-TYPE NOT = 'L'

           IF      W-GLP-EOF
           OR      GLT-RECORD-TYPE NOT = 'T'
               MOVE 'JOURNAL TRAILER MISSING'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           ELSE
               PERFORM SUB-4470-GLP-JOURNAL-TRAILER
                                   THRU SUB-4470-EXIT
               PERFORM SUB-5200-READ-GLP THRU SUB-5200-EXIT
           END-IF

           IF      W-JNL-DEBITS NOT = W-JNL-CREDITS
               MOVE 'JOURNAL DOES NOT BALANCE'
                                   TO W-BRK-TEXT
               MOVE W-JNL-DEBITS   TO W-BRK-EXP-CENTS
               MOVE W-JNL-CREDITS  TO W-BRK-FND-CENTS
               SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           EVALUATE TRUE
             WHEN W-JNL-DEPOSIT-CNT = 0
               MOVE 'NO CUSTOMER-DEPOSIT POSTING'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

             WHEN W-JNL-DEPOSIT-CNT > 1
               MOVE 'MORE THAN ONE DEPOSIT POSTING'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

             WHEN W-DRAINING
               CONTINUE

             WHEN OTHER
               MOVE 3              TO W-MATCH-SLOT
               MOVE W-JNL-DEPOSIT-CENTS
                                   TO W-MATCH-CENTS
               MOVE W-JNL-DATE     TO W-MATCH-DATE
               MOVE W-JNL-DEPOSIT-SIDE
                                   TO W-MATCH-DR-CR

               PERFORM SUB-4800-FIND-MATCH THRU SUB-4800-EXIT

               IF      W-XT-HIT = 0
                   MOVE 'GL POSTING NOT IN EXTRACT'
                                   TO W-BRK-TEXT
                   MOVE W-JNL-DEPOSIT-CENTS
                                   TO W-BRK-FND-CENTS
                   SET  W-BRK-FOUND-ONLY
                                   TO TRUE
                   PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
               END-IF
           END-EVALUATE

           PERFORM SUB-5205-GLP-TO-JOURNAL THRU SUB-5205-EXIT
           .
       SUB-4450-EXIT.
           EXIT.
      /
       SUB-4460-GLP-ONE-LINE.
      *----------------------

           IF      GLL-DR-CR = 'D'
               ADD  GLL-AMOUNT-CENTS
                                   TO W-JNL-DEBITS
           ELSE
               ADD  GLL-AMOUNT-CENTS
                                   TO W-JNL-CREDITS
           END-IF

           IF      GLL-GL-ACCOUNT = W-GL-DEPOSIT-ACCT
               ADD  1              TO W-JNL-DEPOSIT-CNT
               MOVE GLL-AMOUNT-CENTS
                                   TO W-JNL-DEPOSIT-CENTS

               IF      GLL-DR-CR = 'D'
                   MOVE 'D'        TO W-JNL-DEPOSIT-SIDE
                   ADD  GLL-AMOUNT-CENTS
                                   TO W-G-DEBITS
                   SUBTRACT GLL-AMOUNT-CENTS
                                   FROM W-GLP-ACCT-NET
               ELSE
                   MOVE 'C'        TO W-JNL-DEPOSIT-SIDE
                   ADD  GLL-AMOUNT-CENTS
                                   TO W-G-CREDITS
                                      W-GLP-ACCT-NET
               END-IF
           END-IF

           PERFORM SUB-5200-READ-GLP THRU SUB-5200-EXIT
           .
       SUB-4460-EXIT.
           EXIT.
      /
       SUB-4470-GLP-JOURNAL-TRAILER.
      *-----------------------------

           ADD  GLT-DEBIT-TOTAL    TO W-GLP-T-DEBITS
           ADD  GLT-CREDIT-TOTAL   TO W-GLP-T-CREDITS

           IF      GLT-DEBIT-TOTAL NOT = W-JNL-DEBITS
               MOVE 'JOURNAL TRAILER DEBITS DISAGREE'
                                   TO W-BRK-TEXT
               MOVE W-JNL-DEBITS   TO W-BRK-EXP-CENTS
               MOVE GLT-DEBIT-TOTAL
                                   TO W-BRK-FND-CENTS
               SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           IF      GLT-CREDIT-TOTAL NOT = W-JNL-CREDITS
               MOVE 'JOURNAL TRAILER CREDITS DISAGREE'
                                   TO W-BRK-TEXT
               MOVE W-JNL-CREDITS  TO W-BRK-EXP-CENTS
               MOVE GLT-CREDIT-TOTAL
                                   TO W-BRK-FND-CENTS
               SET  W-BRK-BOTH-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF
           .
       SUB-4470-EXIT.
           EXIT.
      /
       SUB-4800-FIND-MATCH.
      *--------------------

      **** The first transaction of the account not yet claimed by
      **** this artifact, on the same side for the same amount (and
      **** on the same date, where the artifact carries one).

           MOVE 0                  TO W-XT-HIT

           PERFORM SUB-4810-TEST-ONE THRU SUB-4810-EXIT
               VARYING W-XT-DX FROM 1 BY 1
                 UNTIL W-XT-DX > W-XT-CNT
                    OR W-XT-HIT > 0
           .
       SUB-4800-EXIT.
           EXIT.
      /
       SUB-4810-TEST-ONE.
      *------------------

           IF      W-XT-SEEN(W-XT-DX, W-MATCH-SLOT) = 'N'
           AND     W-XT-CENTS(W-XT-DX) = W-MATCH-CENTS
           AND     W-XT-DR-CR(W-XT-DX) = W-MATCH-DR-CR
           AND    (W-MATCH-DATE = SPACES
           OR      W-XT-DATE(W-XT-DX) = W-MATCH-DATE)
               MOVE 'Y'            TO W-XT-SEEN(W-XT-DX, W-MATCH-SLOT)
               MOVE W-XT-DX        TO W-XT-HIT
           END-IF
           .
       SUB-4810-EXIT.
           EXIT.
      /
       SUB-4850-REPORT-UNSEEN.
      *-----------------------

           IF      W-XT-SEEN(W-XT-DX, W-MATCH-SLOT) NOT = 'N'
               GO TO SUB-4850-EXIT
           END-IF

           MOVE W-SLOT-ARTIFACT    TO W-BRK-ARTIFACT
           MOVE W-XT-DX            TO W-BRK-SEQ-DISP
           MOVE SPACES             TO W-BRK-TRAN
           STRING 'X' W-BRK-SEQ-DISP ' '
                  W-XT-DATE(W-XT-DX) ' '
                  W-XT-DR-CR(W-XT-DX)
                                   DELIMITED SIZE
                                   INTO W-BRK-TRAN
           MOVE W-MISSING-TEXT     TO W-BRK-TEXT
           MOVE W-XT-CENTS(W-XT-DX)
                                   TO W-BRK-EXP-CENTS
           SET  W-BRK-EXPECTED-ONLY
                                   TO TRUE
           PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           .
       SUB-4850-EXIT.
           EXIT.
      /
       SUB-5000-BAI-NEXT-GROUP.
      *------------------------

      **** Reads on to the next 03 record, taking the 98 and 99
      **** trailers as they pass.

           PERFORM SUB-5010-READ-BAI THRU SUB-5010-EXIT

           PERFORM SUB-5005-BAI-TO-GROUP THRU SUB-5005-EXIT
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-5005-BAI-TO-GROUP.
      *----------------------

           PERFORM SUB-5020-BAI-PASS-ONE THRU SUB-5020-EXIT
               UNTIL W-BAI-EOF
                  OR W-BAI-CODE = '03'
           .
       SUB-5005-EXIT.
           EXIT.
      /
       SUB-5010-READ-BAI.
      *------------------

           MOVE SPACES             TO W-BAI-FIELDS

           READ BAIFILE
               AT END
                   SET  W-BAI-EOF  TO TRUE
                   GO TO SUB-5010-EXIT
           END-READ

           UNSTRING BAIFILE-REC    DELIMITED BY ',' OR '/'
                   INTO W-BAI-CODE
                        W-BAI-FLD-2
                        W-BAI-FLD-3
                        W-BAI-FLD-4
                        W-BAI-FLD-5
           END-UNSTRING
           .
       SUB-5010-EXIT.
           EXIT.
      /
       SUB-5020-BAI-PASS-ONE.
      *----------------------

           EVALUATE W-BAI-CODE
             WHEN '98'
               SET  W-BAI-98-FOUND TO TRUE
               COMPUTE W-BAI-98-TOTAL
                                   =  FUNCTION NUMVAL(W-BAI-FLD-2)
               COMPUTE W-BAI-98-ACCTS
                                   =  FUNCTION NUMVAL(W-BAI-FLD-3)

             WHEN '99'
               SET  W-BAI-99-FOUND TO TRUE
               COMPUTE W-BAI-99-TOTAL
                                   =  FUNCTION NUMVAL(W-BAI-FLD-2)

             WHEN '16'
             WHEN '49'
               MOVE SPACES         TO W-BRK-ACCOUNT
               MOVE 'BAI2'         TO W-BRK-ARTIFACT
               MOVE SPACES         TO W-BRK-TRAN
               STRING W-BAI-CODE ' RECORD'
                                   DELIMITED SIZE
                                   INTO W-BRK-TRAN
               MOVE 'RECORD OUTSIDE ANY 03 GROUP'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT

             WHEN OTHER
               CONTINUE
           END-EVALUATE

           PERFORM SUB-5010-READ-BAI THRU SUB-5010-EXIT
           .
       SUB-5020-EXIT.
           EXIT.
      /
       SUB-5105-STM-TO-ACCOUNT.
      *------------------------

           PERFORM SUB-5110-READ-STM THRU SUB-5110-EXIT
               UNTIL W-STM-EOF
                  OR STM-IS-ACCOUNT-LINE
           .
       SUB-5105-EXIT.
           EXIT.
      /
       SUB-5110-READ-STM.
      *------------------

      **** The counts on FAKERSTM's totals page are taken as they
      **** pass.

           READ STMFILE
               AT END
                   SET  W-STM-EOF  TO TRUE
                   MOVE SPACES     TO STMFILE-REC
                   GO TO SUB-5110-EXIT
           END-READ

           EVALUATE TRUE
             WHEN STMFILE-REC(2 : 19) = 'STATEMENTS PRINTED:'
               SET  W-STM-TOTALS-FOUND
                                   TO TRUE
               COMPUTE W-STM-PRINTED-STMTS
                                   =  FUNCTION NUMVAL-C
                                          (STMFILE-REC(21 : 20))

             WHEN STMFILE-REC(2 : 21) = 'TRANSACTIONS PRINTED:'
               COMPUTE W-STM-PRINTED-TRANS
                                   =  FUNCTION NUMVAL-C
                                          (STMFILE-REC(23 : 20))

             WHEN OTHER
               CONTINUE
           END-EVALUATE
           .
       SUB-5110-EXIT.
           EXIT.
      /
       SUB-5200-READ-GLP.
      *------------------

           READ GLPFILE
               AT END
                   SET  W-GLP-EOF  TO TRUE
                   MOVE SPACES     TO GLP-JOURNAL-HDR-REC
           END-READ
           .
       SUB-5200-EXIT.
           EXIT.
      /
       SUB-5205-GLP-TO-JOURNAL.
      *------------------------

      **** Reads on to the next journal header, taking the file
      **** trailer as it passes.

           PERFORM SUB-5210-GLP-PASS-ONE THRU SUB-5210-EXIT
               UNTIL W-GLP-EOF
                  OR GLJ-RECORD-TYPE = 'J'
           .
       SUB-5205-EXIT.
           EXIT.
      /
       SUB-5210-GLP-PASS-ONE.
      *----------------------

           IF      GLF-RECORD-TYPE = 'F'
               SET  W-GLP-F-FOUND  TO TRUE
               MOVE GLF-JOURNAL-CNT
                                   TO W-GLP-F-JOURNALS
               MOVE GLF-DEBIT-TOTAL
                                   TO W-GLP-F-DEBITS
               MOVE GLF-CREDIT-TOTAL
                                   TO W-GLP-F-CREDITS
           ELSE
               MOVE SPACES         TO W-BRK-ACCOUNT
               MOVE 'GL'           TO W-BRK-ARTIFACT
               MOVE SPACES         TO W-BRK-TRAN
               STRING 'JOURNAL ' GLL-JOURNAL-NO
                                   DELIMITED SIZE
                                   INTO W-BRK-TRAN
               MOVE 'RECORD OUTSIDE ANY JOURNAL'
                                   TO W-BRK-TEXT
               SET  W-BRK-NO-AMOUNTS
                                   TO TRUE
               PERFORM SUB-7000-WRITE-BREAK THRU SUB-7000-EXIT
           END-IF

           PERFORM SUB-5200-READ-GLP THRU SUB-5200-EXIT
           .
       SUB-5210-EXIT.
           EXIT.
      /
       SUB-7000-WRITE-BREAK.
      *---------------------

           MOVE SPACES             TO W-BRK-EXPECTED-X
                                      W-BRK-FOUND-X

           IF      W-BRK-BOTH-AMOUNTS
           OR      W-BRK-EXPECTED-ONLY
               COMPUTE W-BRK-EXPECTED
                                   =  W-BRK-EXP-CENTS / 100
           END-IF

           IF      W-BRK-BOTH-AMOUNTS
           OR      W-BRK-FOUND-ONLY
               COMPUTE W-BRK-FOUND =  W-BRK-FND-CENTS / 100
           END-IF

           MOVE W-BRK-LINE         TO RPTFILE-REC
           WRITE RPTFILE-REC

           ADD  1                  TO W-BREAKS
           SET  W-ACCT-BROKEN      TO TRUE

           EVALUATE W-BRK-ARTIFACT
             WHEN 'EXTRACT'
               ADD  1              TO W-BREAKS-EXTRACT
             WHEN 'BAI2'
               ADD  1              TO W-BREAKS-BAI
             WHEN 'STATEMENT'
               ADD  1              TO W-BREAKS-STM
             WHEN OTHER
               ADD  1              TO W-BREAKS-GLP
           END-EVALUATE
           .
       SUB-7000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
