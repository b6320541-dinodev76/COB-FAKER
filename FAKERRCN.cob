      ****   - the ABA check digit on every B- and D-record routing
      ****     number is recomputed (the same 3-7-1 weighting FAKBANK
      ****     applies, independently re-implemented here);
      ****   - every D-record account number is held to its
      ****     product's account-format definition (FAKACCTW, or
      ****     the FAKBANK account-format file when there is one):
      ****     its length, its product prefix, and its MOD10 or
      ****     MOD11 check digit, recomputed here from the scheme;
      ****   - every P-record SSN is checked against the invalid
      ****     ranges (000/666/9xx area, 00 group, 0000 serial);
      ****   - the T-record detail count is compared with the detail
      ****   - the error-flagged fields found in the extract are
      ****     cross-footed against the REJFILE record count, so a
      ****     failed provider call can never go missing from either
      ****     file;
      ****   - a sample of every SECURITIES identifier is drawn
      ****     through FAKER, seeded from the extract's own header
      ****     seed so a rerun draws the same sample, and each CUSIP,
      ****     ISIN and SEDOL check digit is recomputed from the
      ****     published rule (an ISIN's wrapped CUSIP or SEDOL
      ****     included); every draw must also carry an issuer and
      ****     an asset class;
      ****   - a sample of PRODUCT-PROFILE draws follows on from the
      ****     securities, each checked against the published
      ****     category price bands: the category must be a known
      ****     one, the SKU must carry its prefix, the list price
      ****     must fall inside its band, and the UPC-A check digit
      ****     is recomputed;
      ****   - every A-record two-letter state must have a time zone
      ****     (TEMPORAL-TIMEZONE stamps it without error), and a
      ****     fixed set of published time-zone answers - standard
      ****     and daylight offsets, the spring-forward gap, the
      ****     fall-back hour, the pre-2007 US rule, the EU rule,
      ****     states that keep no daylight saving, and a UTC day
      ****     that crosses the year end - is stamped the same way
      ****     and compared offset and UTC instant alike.
      **** Ends with RETURN-CODE 0 only when everything verifies, 8
      **** otherwise, so the JCL can COND-gate the hand-off step the
      **** way LOGSTEP is gated in FAKERGN.jcl.
           SELECT REJFILE             ASSIGN 'Data\FAKERGEN Rejects.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-REJFILE-STATUS.

           SELECT FMTFILE             ASSIGN 'Data\FAKBANK Acctfmts.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-FMTFILE-STATUS.

           SELECT LYVFILE              ASSIGN DYNAMIC W-LYV-PATH
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-LYVFILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  DD-BANK-ACCOUNT     PIC X(12).
           05  FILLER              PIC X(01).
           05  DD-BANK-ROUTING     PIC X(10).
           05  FILLER              PIC X(64).
           05  DD-PRODUCT-CODE     PIC X(04).
           05  FILLER              PIC X(207).

       01  GNRTFILE-A-REC REDEFINES GNRTFILE-REC.
           05  AD-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  AD-ADDRESS-STREET   PIC X(35).
           05  AD-ADDRESS-CITY     PIC X(25).
           05  AD-ADDRESS-STATE    PIC X(10).
           05  FILLER              PIC X(248).

       01  GNRTFILE-Q-REC REDEFINES GNRTFILE-REC.
           05  QD-RECORD-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  QD-ACCOUNT-ID       PIC X(19).
           05  FILLER              PIC X(01).
           05  QD-POSITION-SEQ     PIC X(02).
           05  FILLER              PIC X(01).
           05  QD-SECURITY-ID      PIC X(12).
           05  FILLER              PIC X(01).
           05  QD-SECURITY-ID-TYPE PIC X(06).
           05  FILLER              PIC X(277).

       FD  REJFILE.

       01  REJFILE-REC             PIC X(150).

       FD  FMTFILE.

       01  FMTFILE-REC             PIC X(80).

       FD  LYVFILE.

       01  LYVFILE-REC             PIC X(600).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-GNRTFILE-STATUS       PIC X(02).
       01  W-REJFILE-STATUS        PIC X(02).
       01  W-FMTFILE-STATUS        PIC X(02).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-FMT-EOF                           VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.
       01  W-ROUTING-ERRORS        PIC 9(09)  COMP VALUE 0.
       01  W-VALIDATE-ERRORS       PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZZ,ZZ9.
       01  W-SAVE-SEED-NO          PIC 9(09)       VALUE 0.

      **** The routing number under test and the independent ABA
      **** 3-7-1 recomputation over its first eight digits.
           05  W-BANK-ROUTING-DIG  PIC 9(01)       OCCURS 9.
       01  W-PRODUCTS              PIC S9(09) COMP.
       01  W-QUOTIENT              PIC S9(09) COMP.

      **** Account-format definitions (loaded the way FAKBANK loads
      **** them: the file when it has a usable definition, the
      **** built-in FAKACCTW ones otherwise), the account number
      **** under test and the independent check-digit arithmetic.

       01  W-ACCT-CHECKS           PIC 9(09)  COMP VALUE 0.
       01  W-ACCT-ERRORS           PIC 9(09)  COMP VALUE 0.
       01  W-AF-MAX                PIC S9(4)  COMP VALUE 50.
       01  W-AF-CNT                PIC S9(4)  COMP VALUE 0.
       01  W-AF-DX                 PIC S9(4)  COMP.
       01  W-AF-PICKED             PIC S9(4)  COMP.
       01  W-AF-DEFAULT-DX         PIC S9(4)  COMP.
       01  W-AF-TABLE.
           05  W-AF-OCCS           OCCURS 50.
               10  W-AF-FORMAT-ID  PIC X(04).
               10  W-AF-LENGTH     PIC 9(02).
               10  W-AF-PREFIX     PIC X(06).
               10  W-AF-CHECK      PIC X(05).
                   88  W-AF-MOD10                  VALUE 'MOD10'.
                   88  W-AF-MOD11                  VALUE 'MOD11'.
                   88  W-AF-NONE                   VALUE 'NONE '.

       01  W-ACCT-NUMBER           PIC X(12).
       01  FILLER REDEFINES W-ACCT-NUMBER.
           05  W-ACCT-DIG          PIC 9(01)       OCCURS 12.
       01  W-ACCT-LEN              PIC S9(4)  COMP.
       01  W-ACCT-PREFIX-LEN       PIC S9(4)  COMP.
       01  W-ACCT-DX               PIC S9(4)  COMP.
       01  W-ACCT-DISTANCE         PIC S9(4)  COMP.
       01  W-ACCT-WEIGHT           PIC S9(4)  COMP.
       01  W-ACCT-DOUBLE           PIC S9(4)  COMP.
       01  W-ACCT-SUM              PIC S9(09) COMP.
       01  W-ACCT-REASON           PIC X(30).
       01  W-REMAINDER             PIC S9(09) COMP.
       01  W-CHECK-DIGIT           PIC S9(09) COMP.

      **** SECURITIES sample: each function is drawn W-SEC-SAMPLES
      **** times, the ISIN once per country in W-SEC-COUNTRY-LIST so
      **** every national-number shape is exercised.

       01  W-FAKER-PROG            PIC X(08)       VALUE 'FAKER'.
       01  W-SEC-SAMPLES           PIC S9(4)  COMP VALUE 25.
       01  W-SEC-SAMPLE-DX         PIC S9(4)  COMP.
       01  W-SEC-DRAWS             PIC 9(09)  COMP VALUE 0.
       01  W-SEC-ERRORS            PIC 9(09)  COMP VALUE 0.
       01  W-SEC-COUNTRY-LIST      PIC X(08)       VALUE 'USCAUKDE'.
       01  FILLER REDEFINES W-SEC-COUNTRY-LIST.
           05  W-SEC-COUNTRY       PIC X(02)       OCCURS 4.
       01  W-SEC-COUNTRY-DX        PIC S9(4)  COMP.
       01  W-SEC-FUNCTION          PIC X(30).
       01  W-SEC-ID                PIC X(12).
       01  W-SEC-OK-SW             PIC X(01).
           88  W-SEC-OK                            VALUE 'Y'.

      **** Check-digit recomputation.  A character's value is its
      **** offset in W-SEC-VALUE-CHARS: 0-9 for the digits, 10 for
      **** A thru 35 for Z.

       01  W-SEC-VALUE-CHARS       PIC X(36)       VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  W-SEC-CHAR-VALUE        PIC S9(09) COMP.
       01  W-SEC-VALUE-DX          PIC S9(09) COMP.
       01  W-SEC-POS               PIC S9(09) COMP.
       01  W-SEC-PRODUCT           PIC S9(09) COMP.
       01  W-SEC-SUM               PIC S9(09) COMP.
       01  W-SEC-CHECK-CHAR        PIC X(01).
       01  W-SEC-CHECK-ID          PIC X(12).
       01  W-SEC-CHECK-LEN         PIC S9(09) COMP.
       01  W-SEDOL-WEIGHTS         PIC X(06)       VALUE '131739'.
       01  W-ISIN-DIGITS           PIC X(22).
       01  W-ISIN-DIGIT-CNT        PIC S9(09) COMP.
       01  W-ISIN-TWO-DIGITS       PIC 9(02).
       01  W-SEC-DIGIT             PIC 9(01).

      **** PRODUCT sample: W-PRD-SAMPLES PRODUCT-PROFILE draws, each
      **** checked against the published category SKU prefixes and
      **** list-price bands below.  A UPC-A check digit is verified
      **** with the securities check-digit paragraph: digits in odd
      **** positions weighted 3, even positions 1.

       01  W-PRD-SAMPLES           PIC S9(4)  COMP VALUE 50.
       01  W-PRD-DRAWS             PIC 9(09)  COMP VALUE 0.
       01  W-PRD-ERRORS            PIC 9(09)  COMP VALUE 0.
       01  W-PRD-PRICE             PIC 9(04)V99.
       01  W-PRD-PRICE-PARTS.
           05  W-PRD-PRICE-DOLLARS PIC 9(04).
           05  W-PRD-PRICE-CENTS   PIC 9(02).
       01  FILLER REDEFINES W-PRD-PRICE-PARTS.
           05  W-PRD-PRICE-NUM     PIC 9(04)V99.

       01  W-PRD-BAND-LIST.
           05  FILLER              PIC X(33)       VALUE
               'ELE ELECTRONICS    00019990149999'.
           05  FILLER              PIC X(33)       VALUE
               'HOM HOME/KITCHEN   00004990039999'.
           05  FILLER              PIC X(33)       VALUE
               'APP APPAREL        00007990024999'.
           05  FILLER              PIC X(33)       VALUE
               'SPT SPORTS/OUTDOORS00009990059999'.
           05  FILLER              PIC X(33)       VALUE
               'TOY TOYS/GAMES     00004990014999'.
           05  FILLER              PIC X(33)       VALUE
               'OFF OFFICE         00000990034999'.
           05  FILLER              PIC X(33)       VALUE
               'GRO GROCERY        00000990003999'.
           05  FILLER              PIC X(33)       VALUE
               'HLT HEALTH/BEAUTY  00001990011999'.
           05  FILLER              PIC X(33)       VALUE
               'TLS TOOLS/HARDWARE 00002990069999'.
           05  FILLER              PIC X(33)       VALUE
               'AUT AUTOMOTIVE     00004990049999'.
       01  FILLER REDEFINES W-PRD-BAND-LIST.
           05  W-PRD-BAND                          OCCURS 10
                                                   INDEXED W-PB-DX.
               10  W-PRD-BAND-PREFIX
                                   PIC X(03).
               10  FILLER          PIC X(01).
               10  W-PRD-BAND-CATEGORY
                                   PIC X(15).
               10  W-PRD-BAND-MIN  PIC 9(05)V99.
               10  W-PRD-BAND-MAX  PIC 9(05)V99.

      **** Time-zone answers: state (spaces for UTC), local date
      **** and time, then the offset and UTC instant it must stamp
      **** as.  The CA 02:30 case falls in the spring-forward gap
      **** and is stamped 03:30 daylight; the IL 01:30 case is the
      **** repeated fall-back hour, taken as its daylight first
      **** occurrence.

       01  W-TZ-CHECKS             PIC 9(09)  COMP VALUE 0.
       01  W-TZ-ERRORS             PIC 9(09)  COMP VALUE 0.
       01  W-TZ-CASE-CNT           PIC S9(4)  COMP VALUE 18.
       01  W-TZ-CASE-DX            PIC S9(4)  COMP.

       01  W-TZ-CASE-LIST.
           05  FILLER              PIC X(50)       VALUE
               'NY 2026-01-15 12:00:00 -05:00 2026-01-15T17:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'NY 2026-07-15 12:00:00 -04:00 2026-07-15T16:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'AZ 2026-07-15 12:00:00 -07:00 2026-07-15T19:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'HI 2026-07-15 12:00:00 -10:00 2026-07-15T22:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'CA 2026-03-08 01:59:59 -08:00 2026-03-08T09:59:59Z'.
           05  FILLER              PIC X(50)       VALUE
               'CA 2026-03-08 02:30:00 -07:00 2026-03-08T10:30:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'CA 2026-03-08 03:00:00 -07:00 2026-03-08T10:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'IL 2026-11-01 01:30:00 -05:00 2026-11-01T06:30:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'IL 2026-11-01 02:00:00 -06:00 2026-11-01T08:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'NL 2026-07-01 12:00:00 -02:30 2026-07-01T14:30:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'AK 2026-12-31 20:00:00 -09:00 2027-01-01T05:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'GU 2026-01-01 05:00:00 +10:00 2025-12-31T19:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'NY 2006-03-15 12:00:00 -05:00 2006-03-15T17:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'NY 2006-04-02 03:00:00 -04:00 2006-04-02T07:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'AE 2026-03-29 03:00:00 +02:00 2026-03-29T01:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               'AE 2026-10-25 02:59:59 +02:00 2026-10-25T00:59:59Z'.
           05  FILLER              PIC X(50)       VALUE
               'SK 2026-07-01 12:00:00 -06:00 2026-07-01T18:00:00Z'.
           05  FILLER              PIC X(50)       VALUE
               '   2026-07-01 12:00:00 +00:00 2026-07-01T12:00:00Z'.
       01  FILLER REDEFINES W-TZ-CASE-LIST.
           05  W-TZ-CASE                           OCCURS 18.
               10  W-TZ-CASE-STATE PIC X(02).
               10  FILLER          PIC X(01).
               10  W-TZ-CASE-DATE  PIC X(10).
               10  FILLER          PIC X(01).
               10  W-TZ-CASE-TIME  PIC X(08).
               10  FILLER          PIC X(01).
               10  W-TZ-CASE-OFFSET
                                   PIC X(06).
               10  FILLER          PIC X(01).
               10  W-TZ-CASE-UTC   PIC X(20).

       COPY FAKACCTW.

       01  W-FAKER-PARAMETER.      COPY FAKERLNK.

       COPY FAKERLYV.

       01  W-ERROR-MSG             PIC X(21)       VALUE
           '**** FAKERRCN error: '.

       MAIN.
      *-----

           PERFORM SUB-8900-CHECK-LAYOUT-VERSION THRU SUB-8900-EXIT

           IF      W-LYV-TOO-NEW
               GO TO MAIN-EXIT
           END-IF

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT

           PERFORM SUB-2500-COUNT-REJECTS THRU SUB-2500-EXIT

           PERFORM SUB-2600-VERIFY-SECURITIES THRU SUB-2600-EXIT

           PERFORM SUB-2650-VERIFY-PRODUCTS THRU SUB-2650-EXIT

           PERFORM SUB-2690-VERIFY-TIME-ZONES THRU SUB-2690-EXIT

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1100-LOAD-ACCOUNT-FORMATS THRU SUB-1100-EXIT

           OPEN INPUT GNRTFILE

           IF      W-GNRTFILE-STATUS NOT = '00'
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ACCOUNT-FORMATS.
      *------------------------------

           OPEN INPUT FMTFILE

           IF      W-FMTFILE-STATUS = '00'
               PERFORM SUB-1110-READ-ONE-FORMAT THRU SUB-1110-EXIT
                   UNTIL W-FMT-EOF
                      OR W-AF-CNT >= W-AF-MAX

               CLOSE FMTFILE
           END-IF

           IF      W-AF-CNT = 0
               PERFORM SUB-1120-LOAD-DEFAULT THRU SUB-1120-EXIT
                   VARYING W-AF-DEFAULT-DX FROM 1 BY 1
                     UNTIL W-AF-DEFAULT-DX > ACCOUNT-FORMAT-DEFAULT-CNT
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-READ-ONE-FORMAT.
      *-------------------------

           READ FMTFILE          INTO ACCOUNT-FORMAT-ENTRY
               AT END
                   SET  W-FMT-EOF  TO TRUE
               NOT AT END
                   PERFORM SUB-1130-KEEP-FORMAT THRU SUB-1130-EXIT
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-LOAD-DEFAULT.
      *----------------------

           MOVE ACCOUNT-FORMAT-DEFAULT(W-AF-DEFAULT-DX)
                                   TO ACCOUNT-FORMAT-ENTRY

           PERFORM SUB-1130-KEEP-FORMAT THRU SUB-1130-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-KEEP-FORMAT.
      *---------------------

      **** A definition FAKBANK could not build to never numbered
      **** an account, so it is not kept here either.

           IF      AF-FORMAT-ID = SPACES
           OR      AF-LENGTH NOT NUMERIC
           OR      AF-LENGTH < 2
           OR      AF-LENGTH > 17
               GO TO SUB-1130-EXIT
           END-IF

           IF      NOT AF-CHECK-MOD10
           AND     NOT AF-CHECK-MOD11
           AND     NOT AF-CHECK-NONE
               GO TO SUB-1130-EXIT
           END-IF

           ADD  1                  TO W-AF-CNT
           MOVE AF-FORMAT-ID       TO W-AF-FORMAT-ID(W-AF-CNT)
           MOVE AF-LENGTH          TO W-AF-LENGTH(W-AF-CNT)
           MOVE AF-PREFIX          TO W-AF-PREFIX(W-AF-CNT)
           MOVE AF-CHECK           TO W-AF-CHECK(W-AF-CNT)
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
                     WHEN 'H'
                       SET  W-HDR-FOUND
                                   TO TRUE
                       IF      H-SEED-NO NUMERIC
                           MOVE H-SEED-NO
                                   TO W-SAVE-SEED-NO
                       END-IF

                     WHEN 'T'
                       SET  W-TRL-FOUND
                                   TO W-BANK-ROUTING
                       PERFORM SUB-2200-VERIFY-ROUTING
                                   THRU SUB-2200-EXIT
                       PERFORM SUB-2250-VERIFY-ACCOUNT
                                   THRU SUB-2250-EXIT

                     WHEN 'Q'
                       ADD  1      TO W-DETAIL-RECORDS
                       PERFORM SUB-2640-VERIFY-POSITION
                                   THRU SUB-2640-EXIT

                     WHEN 'A'
                       ADD  1      TO W-DETAIL-RECORDS
                       PERFORM SUB-2400-VERIFY-STATE-ZONE
                                   THRU SUB-2400-EXIT

                     WHEN OTHER
                       ADD  1      TO W-DETAIL-RECORDS
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2250-VERIFY-ACCOUNT.
      *------------------------

      **** Holds the account number to its product's definition and
      **** recomputes the check digit from the published scheme -
      **** not from FAKBANK's code.  An error-flagged account is
      **** left to SUB-2300 and the REJFILE cross-foot.

           IF      DD-BANK-ACCOUNT(1 : 5) = 'ERROR'
               GO TO SUB-2250-EXIT
           END-IF

           ADD  1                  TO W-ACCT-CHECKS

           MOVE 0                  TO W-AF-PICKED

           PERFORM SUB-2255-FIND-FORMAT THRU SUB-2255-EXIT
               VARYING W-AF-DX FROM 1 BY 1
                 UNTIL W-AF-DX > W-AF-CNT
                    OR W-AF-PICKED > 0

           IF      W-AF-PICKED = 0
               MOVE 'no format for product'
                                   TO W-ACCT-REASON
               GO TO SUB-2250-FAILED
           END-IF

           MOVE 0                  TO W-ACCT-LEN
                                      W-ACCT-PREFIX-LEN
           INSPECT DD-BANK-ACCOUNT TALLYING W-ACCT-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT W-AF-PREFIX(W-AF-PICKED)
                   TALLYING W-ACCT-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE

           IF      W-ACCT-LEN NOT = W-AF-LENGTH(W-AF-PICKED)
               MOVE 'wrong length'  TO W-ACCT-REASON
               GO TO SUB-2250-FAILED
           END-IF

           IF      DD-BANK-ACCOUNT(1 : W-ACCT-LEN) NOT NUMERIC
               MOVE 'not all digits'
                                   TO W-ACCT-REASON
               GO TO SUB-2250-FAILED
           END-IF

           IF      W-ACCT-PREFIX-LEN > 0
               IF      DD-BANK-ACCOUNT(1 : W-ACCT-PREFIX-LEN)
                   NOT = W-AF-PREFIX(W-AF-PICKED)
                                   (1 : W-ACCT-PREFIX-LEN)
                   MOVE 'wrong product prefix'
                                   TO W-ACCT-REASON
                   GO TO SUB-2250-FAILED
               END-IF
           END-IF

           IF      W-AF-NONE(W-AF-PICKED)
               GO TO SUB-2250-EXIT
           END-IF

           MOVE DD-BANK-ACCOUNT    TO W-ACCT-NUMBER
           MOVE 0                  TO W-ACCT-SUM

           IF      W-AF-MOD10(W-AF-PICKED)
               PERFORM SUB-2260-MOD10-DIGIT THRU SUB-2260-EXIT
                   VARYING W-ACCT-DX FROM 1 BY 1
                     UNTIL W-ACCT-DX >= W-ACCT-LEN

               DIVIDE W-ACCT-SUM   BY 10
                               GIVING W-QUOTIENT
                            REMAINDER W-REMAINDER

               IF      W-REMAINDER = 0
                   MOVE 0          TO W-CHECK-DIGIT
               ELSE
                   SUBTRACT W-REMAINDER
                                 FROM 10
                               GIVING W-CHECK-DIGIT
               END-IF
           ELSE
               PERFORM SUB-2265-MOD11-DIGIT THRU SUB-2265-EXIT
                   VARYING W-ACCT-DX FROM 1 BY 1
                     UNTIL W-ACCT-DX >= W-ACCT-LEN

               DIVIDE W-ACCT-SUM   BY 11
                               GIVING W-QUOTIENT
                            REMAINDER W-REMAINDER

               IF      W-REMAINDER = 0
                   MOVE 0          TO W-CHECK-DIGIT
               ELSE
                   SUBTRACT W-REMAINDER
                                 FROM 11
                               GIVING W-CHECK-DIGIT
               END-IF
           END-IF

           IF      W-CHECK-DIGIT = W-ACCT-DIG(W-ACCT-LEN)
               GO TO SUB-2250-EXIT
           END-IF

           MOVE 'check digit failed'
                                   TO W-ACCT-REASON
           .
       SUB-2250-FAILED.

           ADD  1                  TO W-ACCT-ERRORS
           DISPLAY W-ERROR-MSG
                   'account format '
                   W-ACCT-REASON
                   ': '
                   DD-PRODUCT-CODE
                   ' '
                   DD-BANK-ACCOUNT
           .
       SUB-2250-EXIT.
           EXIT.
      /
       SUB-2255-FIND-FORMAT.
      *---------------------

           IF      W-AF-FORMAT-ID(W-AF-DX) = DD-PRODUCT-CODE
               MOVE W-AF-DX        TO W-AF-PICKED
           END-IF
           .
       SUB-2255-EXIT.
           EXIT.
      /
       SUB-2260-MOD10-DIGIT.
      *---------------------

      **** Luhn: the digit next to the check digit doubled, then
      **** every other digit leftward, nine cast out of a double.

           COMPUTE W-ACCT-DISTANCE =  W-ACCT-LEN - W-ACCT-DX

           DIVIDE W-ACCT-DISTANCE  BY 2
                               GIVING W-QUOTIENT
                            REMAINDER W-REMAINDER

           IF      W-REMAINDER = 1
               COMPUTE W-ACCT-DOUBLE
                                   =  W-ACCT-DIG(W-ACCT-DX) * 2
               IF      W-ACCT-DOUBLE > 9
                   SUBTRACT 9      FROM W-ACCT-DOUBLE
               END-IF
               ADD  W-ACCT-DOUBLE  TO W-ACCT-SUM
           ELSE
               ADD  W-ACCT-DIG(W-ACCT-DX)
                                   TO W-ACCT-SUM
           END-IF
           .
       SUB-2260-EXIT.
           EXIT.
      /
       SUB-2265-MOD11-DIGIT.
      *---------------------

      **** Weights 2 thru 7 repeating leftward from the digit next
      **** to the check digit.

           COMPUTE W-ACCT-DISTANCE =  W-ACCT-LEN - W-ACCT-DX - 1

           DIVIDE W-ACCT-DISTANCE  BY 6
                               GIVING W-QUOTIENT
                            REMAINDER W-ACCT-WEIGHT

           ADD  2                  TO W-ACCT-WEIGHT

           COMPUTE W-ACCT-DOUBLE   =  W-ACCT-DIG(W-ACCT-DX)
                                      * W-ACCT-WEIGHT
           ADD  W-ACCT-DOUBLE      TO W-ACCT-SUM
           .
       SUB-2265-EXIT.
           EXIT.
      /
       SUB-2300-COUNT-ERROR-FLAGS.
      *---------------------------
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-VERIFY-STATE-ZONE.
      *---------------------------

      **** A US state, territory or Canadian province must have a
      **** zone for FAKTEMP to stamp the customer's activity in; a
      **** country-mix region (longer than two letters) has none
      **** and is not checked.  TEMPORAL-TIMEZONE makes no draw, so
      **** the seeded samples below are unaffected.

           IF      AD-ADDRESS-STATE = SPACES
           OR      AD-ADDRESS-STATE(3 : 8) NOT = SPACES
               GO TO SUB-2400-EXIT
           END-IF

           ADD  1                  TO W-TZ-CHECKS

           MOVE 'TEMPORAL-TIMEZONE'
                                   TO FAKER-PROVIDER-FUNCTION
           MOVE AD-ADDRESS-STATE   TO FAKER-TZ-STATE

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           MOVE SPACES             TO FAKER-TZ-STATE

           IF      NOT FAKER-RESPONSE-GOOD
               ADD  1              TO W-TZ-ERRORS
               DISPLAY W-ERROR-MSG
                       'no time zone for A-record state '
                       AD-ADDRESS-STATE
           END-IF
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-COUNT-REJECTS.
      *-----------------------
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2600-VERIFY-SECURITIES.
      *---------------------------

      **** The extract itself carries no instrument identifiers, so
      **** the SECURITIES functions are sampled directly: the first
      **** draw is seeded from the extract's header seed and the rest
      **** follow on from it, as a FAKERGEN run does.

           MOVE 'FAKERRCN'         TO FAKER-CALLING-PROGRAM
           MOVE W-SAVE-SEED-NO     TO FAKER-SEED-NO
           MOVE SPACES             TO FAKER-COUNTRY

           MOVE 'SECURITIES-CUSIP' TO W-SEC-FUNCTION
           PERFORM SUB-2610-DRAW-SECURITY THRU SUB-2610-EXIT
               VARYING W-SEC-SAMPLE-DX FROM 1 BY 1
                 UNTIL W-SEC-SAMPLE-DX > W-SEC-SAMPLES

           MOVE 'SECURITIES-SEDOL' TO W-SEC-FUNCTION
           PERFORM SUB-2610-DRAW-SECURITY THRU SUB-2610-EXIT
               VARYING W-SEC-SAMPLE-DX FROM 1 BY 1
                 UNTIL W-SEC-SAMPLE-DX > W-SEC-SAMPLES

           MOVE 'SECURITIES-TICKER'
                                   TO W-SEC-FUNCTION
           PERFORM SUB-2610-DRAW-SECURITY THRU SUB-2610-EXIT
               VARYING W-SEC-SAMPLE-DX FROM 1 BY 1
                 UNTIL W-SEC-SAMPLE-DX > W-SEC-SAMPLES

           MOVE 'SECURITIES-ISIN'  TO W-SEC-FUNCTION
           PERFORM SUB-2620-DRAW-ISIN-COUNTRY THRU SUB-2620-EXIT
               VARYING W-SEC-COUNTRY-DX FROM 1 BY 1
                 UNTIL W-SEC-COUNTRY-DX > 4

           MOVE SPACES             TO FAKER-COUNTRY
           .
       SUB-2600-EXIT.
           EXIT.
      /
       SUB-2610-DRAW-SECURITY.
      *-----------------------

           MOVE W-SEC-FUNCTION     TO FAKER-PROVIDER-FUNCTION

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           MOVE 0                  TO FAKER-SEED-NO
           ADD  1                  TO W-SEC-DRAWS

           IF      NOT FAKER-RESPONSE-GOOD
               ADD  1              TO W-SEC-ERRORS
               DISPLAY W-ERROR-MSG
                       W-SEC-FUNCTION
                       ' '
                       FAKER-RESPONSE-CODE
                       ' '
                       FAKER-RESPONSE-MSG
               GO TO SUB-2610-EXIT
           END-IF

           MOVE FAKER-SECURITY-ID  TO W-SEC-ID
           SET  W-SEC-OK           TO TRUE

           IF      W-SEC-ID = SPACES
           OR      FAKER-SECURITY-ISSUER = SPACES
           OR      FAKER-SECURITY-ASSET-CLASS = SPACES
               MOVE 'N'            TO W-SEC-OK-SW
           END-IF

           EVALUATE TRUE
             WHEN SECURITIES-CUSIP
               MOVE W-SEC-ID       TO W-SEC-CHECK-ID
               PERFORM SUB-2700-CHECK-CUSIP THRU SUB-2700-EXIT

             WHEN SECURITIES-SEDOL
               MOVE W-SEC-ID       TO W-SEC-CHECK-ID
               PERFORM SUB-2710-CHECK-SEDOL THRU SUB-2710-EXIT

             WHEN SECURITIES-ISIN
               PERFORM SUB-2630-CHECK-ISIN-WRAPPER
                                   THRU SUB-2630-EXIT
           END-EVALUATE

           IF      NOT W-SEC-OK
               ADD  1              TO W-SEC-ERRORS
               DISPLAY W-ERROR-MSG
                       'securities check failed: '
                       W-SEC-FUNCTION
                       ' '
                       W-SEC-ID
           END-IF
           .
       SUB-2610-EXIT.
           EXIT.
      /
       SUB-2620-DRAW-ISIN-COUNTRY.
      *---------------------------

           MOVE W-SEC-COUNTRY(W-SEC-COUNTRY-DX)
                                   TO FAKER-COUNTRY

           PERFORM SUB-2610-DRAW-SECURITY THRU SUB-2610-EXIT
               VARYING W-SEC-SAMPLE-DX FROM 1 BY 1
                 UNTIL W-SEC-SAMPLE-DX > W-SEC-SAMPLES
           .
       SUB-2620-EXIT.
           EXIT.
      /
       SUB-2630-CHECK-ISIN-WRAPPER.
      *----------------------------

      **** An ISIN must carry the ISO prefix of the country asked for
      **** (the UK's is GB), its own check digit must hold, and the
      **** national number it wraps must verify in its own right - a
      **** CUSIP for the US and Canada, '00' plus a SEDOL for the UK.

           IF      FAKER-COUNTRY = 'UK'
               IF      W-SEC-ID(1 : 2) NOT = 'GB'
                   MOVE 'N'        TO W-SEC-OK-SW
               END-IF
           ELSE
               IF      W-SEC-ID(1 : 2) NOT = FAKER-COUNTRY
                   MOVE 'N'        TO W-SEC-OK-SW
               END-IF
           END-IF

           MOVE W-SEC-ID           TO W-SEC-CHECK-ID
           PERFORM SUB-2720-CHECK-ISIN THRU SUB-2720-EXIT

           EVALUATE W-SEC-ID(1 : 2)
             WHEN 'US'
             WHEN 'CA'
               MOVE W-SEC-ID(3 : 9)
                                   TO W-SEC-CHECK-ID
               PERFORM SUB-2700-CHECK-CUSIP THRU SUB-2700-EXIT

             WHEN 'GB'
               IF      W-SEC-ID(3 : 2) NOT = '00'
                   MOVE 'N'        TO W-SEC-OK-SW
               END-IF
               MOVE W-SEC-ID(5 : 7)
                                   TO W-SEC-CHECK-ID
               PERFORM SUB-2710-CHECK-SEDOL THRU SUB-2710-EXIT
           END-EVALUATE
           .
       SUB-2630-EXIT.
           EXIT.
      /
       SUB-2640-VERIFY-POSITION.
      *-------------------------

      **** A brokerage position's identifier must verify as the type
      **** it claims - the generator holds positions by CUSIP.

           ADD  1                  TO W-SEC-DRAWS
           MOVE QD-SECURITY-ID     TO W-SEC-ID
                                      W-SEC-CHECK-ID
           SET  W-SEC-OK           TO TRUE

           EVALUATE QD-SECURITY-ID-TYPE
             WHEN 'CUSIP'
               PERFORM SUB-2700-CHECK-CUSIP THRU SUB-2700-EXIT

             WHEN 'SEDOL'
               PERFORM SUB-2710-CHECK-SEDOL THRU SUB-2710-EXIT

             WHEN 'ISIN'
               PERFORM SUB-2720-CHECK-ISIN THRU SUB-2720-EXIT

             WHEN OTHER
               MOVE 'N'            TO W-SEC-OK-SW
           END-EVALUATE

           IF      NOT W-SEC-OK
               ADD  1              TO W-SEC-ERRORS
               DISPLAY W-ERROR-MSG
                       'position identifier check failed: '
                       QD-ACCOUNT-ID
                       ' '
                       W-SEC-ID
           END-IF
           .
       SUB-2640-EXIT.
           EXIT.
      /
       SUB-2650-VERIFY-PRODUCTS.
      *-------------------------

      **** Like the securities, products are not carried on the
      **** extract, so PRODUCT-PROFILE is sampled directly, following
      **** on from the securities draws above.

           MOVE 'PRODUCT-PROFILE'  TO FAKER-PROVIDER-FUNCTION

           PERFORM SUB-2660-DRAW-PRODUCT THRU SUB-2660-EXIT
               W-PRD-SAMPLES TIMES
           .
       SUB-2650-EXIT.
           EXIT.
      /
       SUB-2660-DRAW-PRODUCT.
      *----------------------

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           ADD  1                  TO W-PRD-DRAWS

           IF      NOT FAKER-RESPONSE-GOOD
               ADD  1              TO W-PRD-ERRORS
               DISPLAY W-ERROR-MSG
                       'PRODUCT-PROFILE '
                       FAKER-RESPONSE-CODE
                       ' '
                       FAKER-RESPONSE-MSG
               GO TO SUB-2660-EXIT
           END-IF

           SET  W-SEC-OK           TO TRUE

           IF      FAKER-PRODUCT-NAME = SPACES
               MOVE 'N'            TO W-SEC-OK-SW
           END-IF

           SET  W-PB-DX            TO 1

           SEARCH W-PRD-BAND
               AT END
                   MOVE 'N'        TO W-SEC-OK-SW
               WHEN W-PRD-BAND-CATEGORY(W-PB-DX)
                                   = FAKER-PRODUCT-CATEGORY
                   PERFORM SUB-2670-CHECK-PRODUCT-BAND
                                   THRU SUB-2670-EXIT
           END-SEARCH

           IF      FAKER-PRODUCT-UPC NUMERIC
               MOVE FAKER-PRODUCT-UPC
                                   TO W-SEC-CHECK-ID
               MOVE 0              TO W-SEC-SUM

               PERFORM SUB-2680-UPC-DIGIT THRU SUB-2680-EXIT
                   VARYING W-SEC-POS FROM 1 BY 1
                     UNTIL W-SEC-POS > 11

               MOVE 12             TO W-SEC-POS
               PERFORM SUB-2790-VERIFY-CHECK THRU SUB-2790-EXIT
           ELSE
               MOVE 'N'            TO W-SEC-OK-SW
           END-IF

           IF      NOT W-SEC-OK
               ADD  1              TO W-PRD-ERRORS
               DISPLAY W-ERROR-MSG
                       'product check failed: '
                       FAKER-PRODUCT-SKU
                       ' '
                       FAKER-PRODUCT-CATEGORY
                       ' '
                       FAKER-PRODUCT-PRICE
                       ' '
                       FAKER-PRODUCT-UPC
           END-IF
           .
       SUB-2660-EXIT.
           EXIT.
      /
       SUB-2670-CHECK-PRODUCT-BAND.
      *----------------------------

      **** The SKU leads with the category's prefix and a hyphen, and
      **** the DDDD.CC list price sits inside the category's band.

           IF      FAKER-PRODUCT-SKU(1 : 3)
                                   NOT = W-PRD-BAND-PREFIX(W-PB-DX)
           OR      FAKER-PRODUCT-SKU(4 : 1) NOT = '-'
           OR      FAKER-PRODUCT-SKU(5 : 6) NOT NUMERIC
               MOVE 'N'            TO W-SEC-OK-SW
           END-IF

           IF      FAKER-PRODUCT-PRICE(1 : 4) NOT NUMERIC
           OR      FAKER-PRODUCT-PRICE(5 : 1) NOT = '.'
           OR      FAKER-PRODUCT-PRICE(6 : 2) NOT NUMERIC
               MOVE 'N'            TO W-SEC-OK-SW
               GO TO SUB-2670-EXIT
           END-IF

           MOVE FAKER-PRODUCT-PRICE(1 : 4)
                                   TO W-PRD-PRICE-DOLLARS
           MOVE FAKER-PRODUCT-PRICE(6 : 2)
                                   TO W-PRD-PRICE-CENTS
           MOVE W-PRD-PRICE-NUM    TO W-PRD-PRICE

           IF      W-PRD-PRICE < W-PRD-BAND-MIN(W-PB-DX)
           OR      W-PRD-PRICE > W-PRD-BAND-MAX(W-PB-DX)
               MOVE 'N'            TO W-SEC-OK-SW
           END-IF
           .
       SUB-2670-EXIT.
           EXIT.
      /
       SUB-2680-UPC-DIGIT.
      *-------------------

           MOVE W-SEC-CHECK-ID(W-SEC-POS : 1)
                                   TO W-SEC-DIGIT

           DIVIDE W-SEC-POS        BY 2
                                   GIVING W-QUOTIENT
                                   REMAINDER W-REMAINDER

           IF      W-REMAINDER = 1
               COMPUTE W-SEC-SUM   =  W-SEC-SUM
                                   +  W-SEC-DIGIT * 3
           ELSE
               ADD  W-SEC-DIGIT    TO W-SEC-SUM
           END-IF
           .
       SUB-2680-EXIT.
           EXIT.
      /
       SUB-2690-VERIFY-TIME-ZONES.
      *---------------------------

           MOVE 'TEMPORAL-TIMEZONE'
                                   TO FAKER-PROVIDER-FUNCTION

           PERFORM SUB-2695-CHECK-ONE-ZONE THRU SUB-2695-EXIT
               VARYING W-TZ-CASE-DX FROM 1 BY 1
                 UNTIL W-TZ-CASE-DX > W-TZ-CASE-CNT

           MOVE SPACES             TO FAKER-TZ-STATE
                                      FAKER-DATE-FROM
                                      FAKER-TIME-FROM
           .
       SUB-2690-EXIT.
           EXIT.
      /
       SUB-2695-CHECK-ONE-ZONE.
      *------------------------

           ADD  1                  TO W-TZ-CHECKS

           MOVE W-TZ-CASE-STATE(W-TZ-CASE-DX)
                                   TO FAKER-TZ-STATE
           MOVE W-TZ-CASE-DATE(W-TZ-CASE-DX)
                                   TO FAKER-DATE-FROM
           MOVE W-TZ-CASE-TIME(W-TZ-CASE-DX)
                                   TO FAKER-TIME-FROM

           CALL W-FAKER-PROG    USING W-FAKER-PARAMETER

           IF      NOT FAKER-RESPONSE-GOOD
           OR      FAKER-TEMPORAL-OFFSET
                               NOT = W-TZ-CASE-OFFSET(W-TZ-CASE-DX)
           OR      FAKER-TEMPORAL-UTC
                               NOT = W-TZ-CASE-UTC(W-TZ-CASE-DX)
               ADD  1              TO W-TZ-ERRORS
               DISPLAY W-ERROR-MSG
                       'time-zone check failed: '
                       W-TZ-CASE(W-TZ-CASE-DX)
               DISPLAY W-ERROR-MSG
                       '              stamped as: '
                       FAKER-RESULT(1 : 25)
                       ' '
                       FAKER-TEMPORAL-UTC
           END-IF
           .
       SUB-2695-EXIT.
           EXIT.
      /
       SUB-2700-CHECK-CUSIP.
      *---------------------

      **** CUSIP: over characters 1-8, every second value is doubled
      **** and the digits of each result summed; the check digit in
      **** position 9 brings the sum up to a multiple of 10.

           MOVE 0                  TO W-SEC-SUM

           PERFORM SUB-2701-CUSIP-CHAR THRU SUB-2701-EXIT
               VARYING W-SEC-POS FROM 1 BY 1
                 UNTIL W-SEC-POS > 8

           MOVE 9                  TO W-SEC-POS
           PERFORM SUB-2790-VERIFY-CHECK THRU SUB-2790-EXIT
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2701-CUSIP-CHAR.
      *--------------------

           PERFORM SUB-2780-CHAR-VALUE THRU SUB-2780-EXIT

           DIVIDE W-SEC-POS        BY 2
                                   GIVING W-QUOTIENT
                                   REMAINDER W-REMAINDER

           IF      W-REMAINDER = 0
               COMPUTE W-SEC-PRODUCT
                                   =  W-SEC-CHAR-VALUE * 2
           ELSE
               MOVE W-SEC-CHAR-VALUE
                                   TO W-SEC-PRODUCT
           END-IF

           DIVIDE W-SEC-PRODUCT    BY 10
                                   GIVING W-QUOTIENT
                                   REMAINDER W-REMAINDER

           COMPUTE W-SEC-SUM       =  W-SEC-SUM
                                   +  W-QUOTIENT
                                   +  W-REMAINDER
           .
       SUB-2701-EXIT.
           EXIT.
      /
       SUB-2710-CHECK-SEDOL.
      *---------------------

      **** SEDOL: characters 1-6 weighted 1, 3, 1, 7, 3, 9; the check
      **** digit in position 7 brings the sum up to a multiple of 10.

           MOVE 0                  TO W-SEC-SUM

           PERFORM SUB-2711-SEDOL-CHAR THRU SUB-2711-EXIT
               VARYING W-SEC-POS FROM 1 BY 1
                 UNTIL W-SEC-POS > 6

           MOVE 7                  TO W-SEC-POS
           PERFORM SUB-2790-VERIFY-CHECK THRU SUB-2790-EXIT
           .
       SUB-2710-EXIT.
           EXIT.
      /
       SUB-2711-SEDOL-CHAR.
      *--------------------

           PERFORM SUB-2780-CHAR-VALUE THRU SUB-2780-EXIT

           MOVE W-SEDOL-WEIGHTS(W-SEC-POS : 1)
                                   TO W-SEC-DIGIT

           COMPUTE W-SEC-SUM       =  W-SEC-SUM
                                   +  W-SEC-CHAR-VALUE * W-SEC-DIGIT
           .
       SUB-2711-EXIT.
           EXIT.
      /
       SUB-2720-CHECK-ISIN.
      *--------------------

      **** ISIN: characters 1-11 are expanded to a digit string (a
      **** letter becomes its two-digit value), then the Luhn rule
      **** runs from the rightmost digit, doubling it and every
      **** second digit to its left; the check digit in position 12
      **** brings the sum up to a multiple of 10.

           MOVE SPACES             TO W-ISIN-DIGITS
           MOVE 0                  TO W-ISIN-DIGIT-CNT

           PERFORM SUB-2721-EXPAND-CHAR THRU SUB-2721-EXIT
               VARYING W-SEC-POS FROM 1 BY 1
                 UNTIL W-SEC-POS > 11

           MOVE 0                  TO W-SEC-SUM

           PERFORM SUB-2722-LUHN-DIGIT THRU SUB-2722-EXIT
               VARYING W-SEC-POS FROM W-ISIN-DIGIT-CNT BY -1
                 UNTIL W-SEC-POS < 1

           MOVE 12                 TO W-SEC-POS
           PERFORM SUB-2790-VERIFY-CHECK THRU SUB-2790-EXIT
           .
       SUB-2720-EXIT.
           EXIT.
      /
       SUB-2721-EXPAND-CHAR.
      *---------------------

           PERFORM SUB-2780-CHAR-VALUE THRU SUB-2780-EXIT

           IF      W-SEC-CHAR-VALUE < 10
               ADD  1              TO W-ISIN-DIGIT-CNT
               MOVE W-SEC-CHAR-VALUE
                                   TO W-SEC-DIGIT
               MOVE W-SEC-DIGIT    TO
                    W-ISIN-DIGITS(W-ISIN-DIGIT-CNT : 1)
           ELSE
               ADD  1              TO W-ISIN-DIGIT-CNT
               MOVE W-SEC-CHAR-VALUE
                                   TO W-ISIN-TWO-DIGITS
               MOVE W-ISIN-TWO-DIGITS
                                   TO
                    W-ISIN-DIGITS(W-ISIN-DIGIT-CNT : 2)
               ADD  1              TO W-ISIN-DIGIT-CNT
           END-IF
           .
       SUB-2721-EXIT.
           EXIT.
      /
       SUB-2722-LUHN-DIGIT.
      *--------------------

           MOVE W-ISIN-DIGITS(W-SEC-POS : 1)
                                   TO W-SEC-DIGIT

           COMPUTE W-SEC-PRODUCT   =  W-ISIN-DIGIT-CNT - W-SEC-POS

           DIVIDE W-SEC-PRODUCT    BY 2
                                   GIVING W-QUOTIENT
                                   REMAINDER W-REMAINDER

           IF      W-REMAINDER = 0
               COMPUTE W-SEC-PRODUCT
                                   =  W-SEC-DIGIT * 2
           ELSE
               MOVE W-SEC-DIGIT    TO W-SEC-PRODUCT
           END-IF

           DIVIDE W-SEC-PRODUCT    BY 10
                                   GIVING W-QUOTIENT
                                   REMAINDER W-REMAINDER

           COMPUTE W-SEC-SUM       =  W-SEC-SUM
                                   +  W-QUOTIENT
                                   +  W-REMAINDER
           .
       SUB-2722-EXIT.
           EXIT.
      /
       SUB-2780-CHAR-VALUE.
      *--------------------

      **** The value of the character at W-SEC-POS is the count of
      **** W-SEC-VALUE-CHARS before it; a character not in the set
      **** counts all 36 and fails the identifier.

           MOVE W-SEC-CHECK-ID(W-SEC-POS : 1)
                                   TO W-SEC-CHECK-CHAR
           MOVE 0                  TO W-SEC-CHAR-VALUE

           INSPECT W-SEC-VALUE-CHARS
                   TALLYING W-SEC-CHAR-VALUE
                   FOR CHARACTERS BEFORE INITIAL W-SEC-CHECK-CHAR

           IF      W-SEC-CHAR-VALUE > 35
               MOVE 'N'            TO W-SEC-OK-SW
               MOVE 0              TO W-SEC-CHAR-VALUE
           END-IF
           .
       SUB-2780-EXIT.
           EXIT.
      /
       SUB-2790-VERIFY-CHECK.
      *----------------------

      **** Compares the ten's complement of W-SEC-SUM with the check
      **** digit written at W-SEC-POS.

           DIVIDE W-SEC-SUM        BY 10
                                   GIVING W-QUOTIENT
                                   REMAINDER W-REMAINDER

           IF      W-REMAINDER = 0
               MOVE 0              TO W-CHECK-DIGIT
           ELSE
               SUBTRACT W-REMAINDER
                                   FROM 10
                                   GIVING W-CHECK-DIGIT
           END-IF

           IF      W-SEC-CHECK-ID(W-SEC-POS : 1) NOT NUMERIC
               MOVE 'N'            TO W-SEC-OK-SW
               GO TO SUB-2790-EXIT
           END-IF

           MOVE W-SEC-CHECK-ID(W-SEC-POS : 1)
                                   TO W-SEC-DIGIT

           IF      W-SEC-DIGIT NOT = W-CHECK-DIGIT
               MOVE 'N'            TO W-SEC-OK-SW
           END-IF
           .
       SUB-2790-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           ADD  W-SSN-ERRORS       TO W-VALIDATE-ERRORS
           ADD  W-ROUTING-ERRORS   TO W-VALIDATE-ERRORS
           ADD  W-ACCT-ERRORS      TO W-VALIDATE-ERRORS
           ADD  W-SEC-ERRORS       TO W-VALIDATE-ERRORS
           ADD  W-PRD-ERRORS       TO W-VALIDATE-ERRORS
           ADD  W-TZ-ERRORS        TO W-VALIDATE-ERRORS

           MOVE W-DETAIL-RECORDS   TO W-DISP-NUM
           DISPLAY 'Detail records read:      '
           DISPLAY 'ABA check failures:       '
                   W-DISP-NUM

           MOVE W-ACCT-CHECKS      TO W-DISP-NUM
           DISPLAY 'Accounts format-checked:  '
                   W-DISP-NUM

           MOVE W-ACCT-ERRORS      TO W-DISP-NUM
           DISPLAY 'Account format failures:  '
                   W-DISP-NUM

           MOVE W-SEC-DRAWS        TO W-DISP-NUM
           DISPLAY 'Securities drawn:         '
                   W-DISP-NUM

           MOVE W-SEC-ERRORS       TO W-DISP-NUM
           DISPLAY 'Securities check failures:'
                   W-DISP-NUM

           MOVE W-PRD-DRAWS        TO W-DISP-NUM
           DISPLAY 'Products drawn:           '
                   W-DISP-NUM

           MOVE W-PRD-ERRORS       TO W-DISP-NUM
           DISPLAY 'Product check failures:   '
                   W-DISP-NUM

           MOVE W-TZ-CHECKS        TO W-DISP-NUM
           DISPLAY 'Time-zone stamps checked: '
                   W-DISP-NUM

           MOVE W-TZ-ERRORS        TO W-DISP-NUM
           DISPLAY 'Time-zone check failures: '
                   W-DISP-NUM

           MOVE W-ERROR-FIELDS     TO W-DISP-NUM
           DISPLAY 'Error-flagged fields:     '
                   W-DISP-NUM
           .
       SUB-3000-EXIT.
           EXIT.
      /
       COPY FAKERPD7.
