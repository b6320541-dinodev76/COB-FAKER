      **** matcher is graded against known truth.
      ****
      **** PARM: cards, auths per card, partial %, unmatched %,
      **** forced-post %, optional seed, optional card source -
      **** comma-delimited, any value blank for its default.  Same
      **** PARM seeds reproduce the same streams.
      ****
      **** Card source E takes the pool from the profile extract's
      **** 'K' card accounts instead (FAKERGEN CARDRATE=): every
      **** authorization then belongs to a real extract customer,
      **** and each card only authorizes what its credit limit less
      **** its statement balance leaves open - a card with nothing
      **** left to spend stops authorizing.  The cards count, when
      **** given, caps how many of the extract's cards are used.
      **** Each authorization is then stamped in the card holder's
      **** own time zone, from the state on the customer's 'A'
      **** record: the timestamp stays local time, and the UTC
      **** offset in force at that moment is appended to the
      **** authorization and settlement records (blank for a
      **** generated pool, or a holder with no US/Canadian state).

       ENVIRONMENT DIVISION.
      *=====================
      *---------------------

       FILE-CONTROL.
           SELECT CARDPOOL             ASSIGN 'Data\FAKERGEN Output.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-CARDPOOL-STATUS.

           SELECT AUTHFILE             ASSIGN 'Data\FAKERCRD Auth.txt'
                                       ORGANIZATION LINE SEQUENTIAL.

           SELECT KEYFILE              ASSIGN 'Data\FAKERCRD Mtchkey.txt
      -                                      ''
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

       FD  CARDPOOL.

       01  CARDPOOL-REC            PIC X(320).

      **** The extract's card account record (GNRTFILE-K-REC).

       01  CARDPOOL-K-REC.
           05  CPK-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  CPK-CARD-ID         PIC X(19).
           05  FILLER              PIC X(01).
           05  CPK-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(01).
           05  CPK-CARD-PAN        PIC X(19).
           05  FILLER              PIC X(01).
           05  CPK-CREDIT-LIMIT-CENTS
                                   PIC 9(09).
           05  FILLER              PIC X(01).
           05  CPK-APR-BP          PIC 9(04).
           05  FILLER              PIC X(01).
           05  CPK-CYCLE-DAY       PIC 9(02).
           05  FILLER              PIC X(01).
           05  CPK-OPEN-DATE       PIC X(10).
           05  FILLER              PIC X(01).
           05  CPK-BALANCE-CENTS   PIC 9(09).
           05  FILLER              PIC X(225).

      **** The extract's address record (GNRTFILE-A-REC) - it leads
      **** the customer's other records, so its state is held for
      **** the 'K' records that follow.

       01  CARDPOOL-A-REC.
           05  CPA-RECORD-TYPE     PIC X(01).
           05  FILLER              PIC X(01).
           05  CPA-ADDRESS-STREET  PIC X(35).
           05  CPA-ADDRESS-CITY    PIC X(25).
           05  CPA-ADDRESS-STATE   PIC X(10).
           05  CPA-ADDRESS-POSTCODE
                                   PIC X(10).
           05  FILLER              PIC X(01).
           05  CPA-CUSTOMER-ID     PIC X(14).
           05  FILLER              PIC X(223).

       FD  AUTHFILE.

       01  AUTHFILE-REC.
           05  AUT-AMOUNT-CENTS    PIC 9(10).
           05  FILLER              PIC X(01).
           05  AUT-TIMESTAMP       PIC X(19).
           05  FILLER              PIC X(01).
           05  AUT-UTC-OFFSET      PIC X(06).

       FD  SETTFILE.

           05  SET-AMOUNT-CENTS    PIC 9(10).
           05  FILLER              PIC X(01).
           05  SET-TIMESTAMP       PIC X(19).
           05  FILLER              PIC X(01).
           05  SET-UTC-OFFSET      PIC X(06).

       FD  KEYFILE.

           05  FILLER              PIC X(01).
           05  KEY-SETTLE-ID       PIC 9(09).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       FD  LINFILE.

       01  LINFILE-REC             PIC X(210).

       FD  LINCFILE.

       01  LINCFILE-REC            PIC X(1000).

       WORKING-STORAGE SECTION.
      *------------------------

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-CARDPOOL-STATUS       PIC X(02).
       01  W-POOL-SOURCE-SW        PIC X(01)       VALUE SPACE.
           88  W-POOL-FROM-EXTRACT                 VALUE 'E'.
       01  W-POOL-EOF-SW           PIC X(01)       VALUE 'N'.
           88  W-POOL-EOF                          VALUE 'Y'.

      **** The extract card pool: each card's PAN and the credit
      **** still open to it, drawn down as its authorizations go
      **** out.

       01  W-POOL-MAX              PIC S9(4)  COMP VALUE 1000.
       01  W-POOL-CNT              PIC S9(4)  COMP VALUE 0.
       01  W-POOL-TABLE.
           05  W-POOL-OCCS         OCCURS 1000.
               10  W-POOL-PAN      PIC X(19).
               10  W-POOL-OPEN-CENTS
                                   PIC S9(11) COMP.
               10  W-POOL-TZ-STATE PIC X(10).
       01  W-OPEN-CENTS            PIC S9(11) COMP.
       01  W-HOLD-CUSTOMER-ID      PIC X(14)       VALUE SPACES.
       01  W-HOLD-STATE            PIC X(10)       VALUE SPACES.
       01  W-AUTHS-SKIPPED         PIC 9(09)  COMP VALUE 0.

       01  W-CARD-COUNT            PIC 9(04)  COMP VALUE 10.
       01  W-AUTHS-PER-CARD        PIC 9(04)  COMP VALUE 10.
       01  W-PARTIAL-PCT           PIC 9(03)  COMP VALUE 5.
       01  W-OUTCOME-DRAW          PIC 9(03)  COMP.
       01  W-CARD-PAN              PIC X(19).
       01  W-AUTH-STAMP            PIC X(19).
       01  W-AUTH-OFFSET           PIC X(06).
       01  W-TZ-STATE              PIC X(10)       VALUE SPACES.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-FAKRAND-PROG          PIC X(08)       VALUE 'FAKRAND'.
           05  FILLER              PIC X(01).
           05  W-AMOUNT-PENNIES    PIC 9(02).

       COPY FAKERLYV.

       COPY FAKERLNG.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERCRD error: '.

       01  W-PARM-UNMATCHED        PIC 9(03).
       01  W-PARM-FORCED           PIC 9(03).
       01  W-PARM-SEED-NO          PIC 9(09).
       01  W-PARM-SOURCE           PIC X(01).
      /
       PROCEDURE DIVISION.
      *===================

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT
               W-CARD-COUNT TIMES

               PERFORM SUB-1200-CHOOSE-RUN-SEED THRU SUB-1200-EXIT
           END-IF

           IF      W-POOL-FROM-EXTRACT
               PERFORM SUB-8900-CHECK-LAYOUT-VERSION
                                   THRU SUB-8900-EXIT

               IF      W-LYV-TOO-NEW
                   GO TO SUB-1000-EXIT
               END-IF

               PERFORM SUB-1300-LOAD-CARD-POOL THRU SUB-1300-EXIT

               IF      W-POOL-CNT = 0
                   DISPLAY W-ERROR-MSG
                           'no card accounts on the extract'
                   MOVE 8          TO RETURN-CODE
                   MOVE 0          TO W-CARD-COUNT
               ELSE
                   IF      W-PARM-CARDS NOT NUMERIC
                   OR      W-PARM-CARDS = 0
                   OR      W-PARM-CARDS > W-POOL-CNT
                       MOVE W-POOL-CNT
                                   TO W-CARD-COUNT
                   END-IF
               END-IF
           END-IF

           OPEN OUTPUT AUTHFILE
                       SETTFILE
                       KEYFILE
                        W-PARM-UNMATCHED
                        W-PARM-FORCED
                        W-PARM-SEED-NO
                        W-PARM-SOURCE
           END-UNSTRING

           IF      W-PARM-CARDS NUMERIC
           AND     W-PARM-SEED-NO > 0
               MOVE W-PARM-SEED-NO TO W-RUN-SEED-NO
           END-IF

           IF      W-PARM-SOURCE = 'E'
               MOVE 'E'            TO W-POOL-SOURCE-SW
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-LOAD-CARD-POOL.
      *------------------------

           OPEN INPUT CARDPOOL

           IF      W-CARDPOOL-STATUS NOT = '00'
               DISPLAY W-ERROR-MSG
                       'cannot open CARDPOOL, status '
                       W-CARDPOOL-STATUS
               GO TO SUB-1300-EXIT
           END-IF

           PERFORM SUB-1310-LOAD-ONE-CARD THRU SUB-1310-EXIT
               UNTIL W-POOL-EOF
                  OR W-POOL-CNT >= W-POOL-MAX

           CLOSE CARDPOOL

           MOVE W-POOL-CNT         TO W-DISP-NUM
           DISPLAY 'CARDPOOL cards loaded:    '
                   W-DISP-NUM
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-1310-LOAD-ONE-CARD.
      *-----------------------

           READ CARDPOOL INTO CARDPOOL-K-REC
               AT END
                   SET  W-POOL-EOF TO TRUE
                   GO TO SUB-1310-EXIT
           END-READ

           IF      CPK-RECORD-TYPE = 'A'
               MOVE CPA-CUSTOMER-ID
                                   TO W-HOLD-CUSTOMER-ID
               MOVE CPA-ADDRESS-STATE
                                   TO W-HOLD-STATE
               GO TO SUB-1310-EXIT
           END-IF

           IF      CPK-RECORD-TYPE NOT = 'K'
           OR      CPK-CREDIT-LIMIT-CENTS NOT NUMERIC
           OR      CPK-BALANCE-CENTS NOT NUMERIC
               GO TO SUB-1310-EXIT
           END-IF

           ADD  1                  TO W-POOL-CNT
           MOVE CPK-CARD-PAN       TO W-POOL-PAN(W-POOL-CNT)
           COMPUTE W-POOL-OPEN-CENTS(W-POOL-CNT)
                                   =  CPK-CREDIT-LIMIT-CENTS
                                      - CPK-BALANCE-CENTS

      **** Only a two-letter state or province names a zone - a
      **** country-mix holder's county leaves the card unzoned.

           MOVE SPACES             TO W-POOL-TZ-STATE(W-POOL-CNT)
           IF      CPK-CUSTOMER-ID = W-HOLD-CUSTOMER-ID
           AND     W-HOLD-STATE(3 : 8) = SPACES
               MOVE W-HOLD-STATE   TO W-POOL-TZ-STATE(W-POOL-CNT)
           END-IF
           .
       SUB-1310-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           PERFORM SUB-2110-SET-SEED-TEXT THRU SUB-2110-EXIT

           IF      W-POOL-FROM-EXTRACT
               MOVE W-POOL-PAN(W-CARD-NO)
                                   TO W-CARD-PAN
               MOVE W-POOL-OPEN-CENTS(W-CARD-NO)
                                   TO W-OPEN-CENTS
               MOVE W-POOL-TZ-STATE(W-CARD-NO)
                                   TO W-TZ-STATE
           ELSE
               SET  BANK-CREDIT-CARD
                                   TO TRUE
               PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT

               IF      FAKER-RESPONSE-GOOD
                   MOVE FAKER-RESULT(1 : 19)
                                   TO W-CARD-PAN
               ELSE
                   MOVE ALL '9'    TO W-CARD-PAN
               END-IF
           END-IF

           PERFORM SUB-2200-WRITE-ONE-AUTH THRU SUB-2200-EXIT
       SUB-2200-WRITE-ONE-AUTH.
      *------------------------

      **** An extract card with under a dollar open to it has
      **** nothing left to authorize.

           IF      W-POOL-FROM-EXTRACT
           AND     W-OPEN-CENTS < 100
               ADD  1              TO W-AUTHS-SKIPPED
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-AUTH-NO
           ADD  1                  TO W-AUTH-ID

           SET  FINANCE-AMOUNT     TO TRUE
           MOVE 1.00               TO FAKER-AMOUNT-MIN
           MOVE 2500.00            TO FAKER-AMOUNT-MAX

           IF      W-POOL-FROM-EXTRACT
           AND     W-OPEN-CENTS < 250000
               COMPUTE FAKER-AMOUNT-MAX
                                   =  W-OPEN-CENTS / 100
           END-IF

           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT
           MOVE 0                  TO FAKER-AMOUNT-MIN
                                      FAKER-AMOUNT-MAX
               MOVE 1000           TO W-AMOUNT-CENTS
           END-IF

           IF      W-POOL-FROM-EXTRACT
               IF      W-AMOUNT-CENTS > W-OPEN-CENTS
                   MOVE W-OPEN-CENTS
                                   TO W-AMOUNT-CENTS
               END-IF

               SUBTRACT W-AMOUNT-CENTS
                                 FROM W-OPEN-CENTS
           END-IF

      **** TIMESTAMP - in the holder's own zone when there is one:

           SET  TEMPORAL-DATETIME  TO TRUE
           MOVE W-TZ-STATE         TO FAKER-TZ-STATE
           PERFORM SUB-2100-CALL-FAKER THRU SUB-2100-EXIT
           MOVE SPACES             TO FAKER-TZ-STATE
                                      W-AUTH-OFFSET

           EVALUATE TRUE
             WHEN NOT FAKER-RESPONSE-GOOD
               MOVE SPACES         TO W-AUTH-STAMP
             WHEN W-TZ-STATE NOT = SPACES
               MOVE FAKER-TEMPORAL-LOCAL
                                   TO W-AUTH-STAMP
               MOVE FAKER-TEMPORAL-OFFSET
                                   TO W-AUTH-OFFSET
             WHEN OTHER
               MOVE FAKER-RESULT(1 : 19)
                                   TO W-AUTH-STAMP
           END-EVALUATE

           MOVE W-AUTH-ID          TO AUT-AUTH-ID
           MOVE W-CARD-PAN         TO AUT-CARD-PAN
           MOVE W-AMOUNT-CENTS     TO AUT-AMOUNT-CENTS
           MOVE W-AUTH-STAMP       TO AUT-TIMESTAMP
           MOVE W-AUTH-OFFSET      TO AUT-UTC-OFFSET

           WRITE AUTHFILE-REC

           MOVE W-CARD-PAN         TO SET-CARD-PAN
           MOVE W-AMOUNT-CENTS     TO SET-AMOUNT-CENTS
           MOVE W-AUTH-STAMP       TO SET-TIMESTAMP
           MOVE W-AUTH-OFFSET      TO SET-UTC-OFFSET

           WRITE SETTFILE-REC

           MOVE W-CARD-PAN         TO SET-CARD-PAN
           MOVE W-AMOUNT-CENTS     TO SET-AMOUNT-CENTS
           MOVE W-AUTH-STAMP       TO SET-TIMESTAMP
           MOVE W-AUTH-OFFSET      TO SET-UTC-OFFSET

           WRITE SETTFILE-REC

           DISPLAY 'SETTFILE settles written: '
                   W-DISP-NUM

           IF      W-POOL-FROM-EXTRACT
               MOVE W-AUTHS-SKIPPED
                                   TO W-DISP-NUM
               DISPLAY 'Auths past open credit:   '
                       W-DISP-NUM
           END-IF

      **** Register the streams cut from the extract's card accounts
      **** in the shared lineage file (COPY FAKERPD8).

           IF      W-POOL-FROM-EXTRACT
           AND     RETURN-CODE < 8
               MOVE 'Data\FAKERCRD Auth.txt'
                                   TO W-LIN-OUTPUT-PATH
               PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

               MOVE 'Data\FAKERCRD Settle.txt'
                                   TO W-LIN-OUTPUT-PATH
               PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT

               MOVE 'Data\FAKERCRD Mtchkey.txt'
                                   TO W-LIN-OUTPUT-PATH
               PERFORM SUB-8950-RECORD-LINEAGE THRU SUB-8950-EXIT
           END-IF

           DISPLAY 'FAKERCRD run seed:        '
                   W-RUN-SEED-NO

           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
      /
       COPY FAKERPD8.
