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

       PROGRAM-ID.             FAKSECU.

      **** SECURITIES provider - instrument identifiers for wealth-
      **** management, custody and trade-processing test beds:
      ****   SECURITIES-CUSIP   a 9-character CUSIP - six-character
      ****                      issuer, two-character issue number
      ****                      (numeric for equity, alphabetic for
      ****                      debt), and the CUSIP modulus-10
      ****                      "double-add-double" check digit.
      ****   SECURITIES-ISIN    a 12-character ISIN - the ISO country
      ****                      prefix for FAKER-COUNTRY, the national
      ****                      number (a CUSIP for the US and Canada,
      ****                      '00' plus a SEDOL for the UK and
      ****                      Ireland, digits elsewhere) and the
      ****                      ISIN check digit, the Luhn taken over
      ****                      the letters expanded to two digits.
      ****   SECURITIES-SEDOL   a 7-character SEDOL - six characters
      ****                      and the 1-3-1-7-3-9 weighted check.
      ****   SECURITIES-TICKER  an exchange symbol for a listed line;
      ****                      a ticker has no check digit, so none
      ****                      is added.
      **** Each draw also takes an issuer name from FAKCOMP (the
      **** provider function saved and restored around the side
      **** trip, the FAKGOVI idiom) and an asset class, and returns
      **** them with the identifier and its type on the
      **** FAKER-SECURITY fields, so a trade edit sees the identifier
      **** format that matches the instrument.  Issuers sit in the
      **** ranges the CUSIP and SEDOL plants keep out of allocation -
      **** every identifier verifies, none is real.

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
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       WORKING-STORAGE SECTION.
      *------------------------

       COPY FAKERWS1.

       01  W-FAKRAND-PROG          PIC X(8)        VALUE 'FAKRAND'.
       01  W-FAKCOMP-PROG          PIC X(08)       VALUE 'FAKCOMP'.
       01  W-SAVE-FUNCTION         PIC X(30).
       01  W-QUOTIENT              PIC S9(4)  COMP.
       01  W-REMAINDER             PIC S9(4)  COMP.
       01  W-CHECK-DIGIT           PIC 9(01).

      **** The instrument being built.

       01  W-SEC-ISSUER-NAME       PIC X(35).
       01  W-SEC-CLASS-LIMIT       PIC S9(4)  COMP.
       01  W-SEC-CLASS-DX          PIC S9(4)  COMP.
       01  W-SEC-COUNTRY-DX        PIC S9(4)  COMP.
       01  W-SEC-COUNTRY-KEY       PIC X(02).
       01  W-SEC-CUSIP             PIC X(09).
       01  W-SEC-SEDOL             PIC X(07).
       01  W-SEC-ISIN              PIC X(12).
       01  W-SEC-TICKER            PIC X(08).

      **** Template fill: W-SEC-TEMPLATE's placeholders are drawn
      **** into W-SEC-BUILT over its first W-SEC-TEMPLATE-LEN bytes.

       01  W-SEC-TEMPLATE          PIC X(12).
       01  W-SEC-TEMPLATE-LEN      PIC S9(4)  COMP.
       01  W-SEC-BUILT             PIC X(12).
       01  W-SEC-POS               PIC S9(4)  COMP.

      **** Check-digit work.  A character's value is its position in
      **** W-SEC-VALUE-CHARS less one - 0-9 for digits, 10 for A
      **** thru 35 for Z - the value every one of the three
      **** standards assigns.

       01  W-SEC-VALUE-CHARS       PIC X(36)       VALUE
           '0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  FILLER REDEFINES W-SEC-VALUE-CHARS.
           05  W-SEC-VALUE-CHAR    PIC X(01)       OCCURS 36
                                                   INDEXED SV-DX.
       01  W-SEC-CHAR              PIC X(01).
       01  W-SEC-CHAR-VALUE        PIC S9(4)  COMP.
       01  W-SEC-PRODUCT           PIC S9(4)  COMP.
       01  W-SEC-SUM               PIC S9(4)  COMP.

       01  W-SEDOL-WEIGHT-LIST     PIC X(06)       VALUE '131739'.
       01  FILLER REDEFINES W-SEDOL-WEIGHT-LIST.
           05  W-SEDOL-WEIGHT      PIC 9(01)       OCCURS 6.

      **** The ISIN's first eleven characters with every letter
      **** expanded to its two-digit value.

       01  W-ISIN-DIGITS.
           05  W-ISIN-DIGIT        PIC 9(01)       OCCURS 22.
       01  W-ISIN-DIGIT-CNT        PIC S9(4)  COMP.
       01  W-ISIN-DX               PIC S9(4)  COMP.
       01  W-ISIN-FROM-RIGHT       PIC S9(4)  COMP.
       01  W-ISIN-TWO-DIGITS       PIC 9(02).

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.

       COPY FAKSECUW.
      /
       LINKAGE SECTION.
      *----------------

       01  L-PARAMETER.            COPY FAKERLNK.
      /
       PROCEDURE DIVISION USING L-PARAMETER.
      *==================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           PERFORM SUB-2000-PROCESS THRU SUB-2000-EXIT

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-START-UP.
      *------------------

           IF      W-NOT-FIRST-CALL
               GO TO SUB-1000-EXIT
           END-IF

           SET W-NOT-FIRST-CALL    TO TRUE
           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'FAKSECU  compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

           MOVE 0                  TO FAKER-INFO-CNT
           SET  FI-DX              TO FAKER-INFO-CNT
           MOVE LOW-VALUES         TO FAKER-INFO-OCCS

           EVALUATE TRUE
             WHEN SECURITIES-CUSIP
               PERFORM SUB-9010-CUSIP THRU SUB-9010-EXIT

             WHEN SECURITIES-ISIN
               PERFORM SUB-9020-ISIN THRU SUB-9020-EXIT

             WHEN SECURITIES-SEDOL
               PERFORM SUB-9030-SEDOL THRU SUB-9030-EXIT

             WHEN SECURITIES-TICKER
               PERFORM SUB-9040-TICKER THRU SUB-9040-EXIT

             WHEN OTHER
               SET  FAKER-UNKNOWN-FUNCTION
                                   IN L-PARAMETER
                                   TO TRUE
               STRING 'Unknown FAKSECU function "'
                       FAKER-PROVIDER-FUNCTION
                                   IN L-PARAMETER
                       '"'  DELIMITED SIZE
                                 INTO FAKER-RESPONSE-MSG
                                   IN L-PARAMETER
               GO TO SUB-2000-EXIT
           END-EVALUATE

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-2000-EXIT
           END-IF

           SET  FAKER-INFO-CNT     TO FI-DX

           MOVE W-FAKER-RESULT     TO FAKER-RESULT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

      D    IF      FAKER-RESPONSE-GOOD
      D        DISPLAY 'FAKSECU completed successfully'
      D    ELSE
      D        DISPLAY 'FAKSECU ended with error '
      D                FAKER-RESPONSE-CODE
      D                ': '
      D                FAKER-RESPONSE-MSG
      D    END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9010-CUSIP.
      *---------------

           PERFORM SUB-9710-ISSUER THRU SUB-9710-EXIT

           MOVE SECURITY-CLASS-CNT TO W-SEC-CLASS-LIMIT
           PERFORM SUB-9720-DRAW-CLASS THRU SUB-9720-EXIT

           PERFORM SUB-9740-BUILD-CUSIP THRU SUB-9740-EXIT

           MOVE SPACES             TO W-FAKER-RESULT
           MOVE W-SEC-CUSIP        TO W-FAKER-RESULT(1 : 9)

           IF      FAKER-COUNTRY = 'CA'
               MOVE 'CA'           TO FAKER-SECURITY-COUNTRY
           ELSE
               MOVE 'US'           TO FAKER-SECURITY-COUNTRY
           END-IF

           MOVE W-SEC-CUSIP        TO FAKER-SECURITY-ID
           MOVE 'CUSIP'            TO FAKER-SECURITY-ID-TYPE
           PERFORM SUB-9790-DESCRIBE THRU SUB-9790-EXIT
           .
       SUB-9010-EXIT.
           EXIT.
      /
       SUB-9020-ISIN.
      *--------------

      **** The country decides the national number the ISIN wraps.

           PERFORM SUB-9730-RESOLVE-COUNTRY THRU SUB-9730-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-9020-EXIT
           END-IF

           PERFORM SUB-9710-ISSUER THRU SUB-9710-EXIT

           MOVE SECURITY-CLASS-CNT TO W-SEC-CLASS-LIMIT
           PERFORM SUB-9720-DRAW-CLASS THRU SUB-9720-EXIT

           MOVE SPACES             TO W-SEC-ISIN
           MOVE SECURITY-COUNTRY-PREFIX(W-SEC-COUNTRY-DX)
                                   TO W-SEC-ISIN(1 : 2)

           EVALUATE SECURITY-COUNTRY-NSIN(W-SEC-COUNTRY-DX)
             WHEN 'C'
               PERFORM SUB-9740-BUILD-CUSIP THRU SUB-9740-EXIT
               MOVE W-SEC-CUSIP    TO W-SEC-ISIN(3 : 9)

             WHEN 'S'
               PERFORM SUB-9750-BUILD-SEDOL THRU SUB-9750-EXIT
               MOVE '00'           TO W-SEC-ISIN(3 : 2)
               MOVE W-SEC-SEDOL    TO W-SEC-ISIN(5 : 7)

             WHEN OTHER
               MOVE SECURITY-NSIN-BASE
                                   TO W-SEC-TEMPLATE
               MOVE 9              TO W-SEC-TEMPLATE-LEN
               PERFORM SUB-9700-FILL-TEMPLATE THRU SUB-9700-EXIT
               MOVE W-SEC-BUILT(1 : 9)
                                   TO W-SEC-ISIN(3 : 9)
           END-EVALUATE

           PERFORM SUB-9830-ISIN-CHECK THRU SUB-9830-EXIT

           MOVE SPACES             TO W-FAKER-RESULT
           MOVE W-SEC-ISIN         TO W-FAKER-RESULT(1 : 12)

           MOVE SECURITY-COUNTRY-PREFIX(W-SEC-COUNTRY-DX)
                                   TO FAKER-SECURITY-COUNTRY
           MOVE W-SEC-ISIN         TO FAKER-SECURITY-ID
           MOVE 'ISIN'             TO FAKER-SECURITY-ID-TYPE
           PERFORM SUB-9790-DESCRIBE THRU SUB-9790-EXIT
           .
       SUB-9020-EXIT.
           EXIT.
      /
       SUB-9030-SEDOL.
      *---------------

           PERFORM SUB-9710-ISSUER THRU SUB-9710-EXIT

           MOVE SECURITY-CLASS-CNT TO W-SEC-CLASS-LIMIT
           PERFORM SUB-9720-DRAW-CLASS THRU SUB-9720-EXIT

           PERFORM SUB-9750-BUILD-SEDOL THRU SUB-9750-EXIT

           MOVE SPACES             TO W-FAKER-RESULT
           MOVE W-SEC-SEDOL        TO W-FAKER-RESULT(1 : 7)

           MOVE 'GB'               TO FAKER-SECURITY-COUNTRY
           MOVE W-SEC-SEDOL        TO FAKER-SECURITY-ID
           MOVE 'SEDOL'            TO FAKER-SECURITY-ID-TYPE
           PERFORM SUB-9790-DESCRIBE THRU SUB-9790-EXIT
           .
       SUB-9030-EXIT.
           EXIT.
      /
       SUB-9040-TICKER.
      *----------------

      **** A listed class only - a bond has no symbol to draw.

           PERFORM SUB-9730-RESOLVE-COUNTRY THRU SUB-9730-EXIT

           IF      NOT FAKER-RESPONSE-GOOD
               GO TO SUB-9040-EXIT
           END-IF

           PERFORM SUB-9710-ISSUER THRU SUB-9710-EXIT

           MOVE SECURITY-LISTED-CNT
                                   TO W-SEC-CLASS-LIMIT
           PERFORM SUB-9720-DRAW-CLASS THRU SUB-9720-EXIT

           MOVE SECURITY-CLASS-TICKER(W-SEC-CLASS-DX)
                                   TO W-SEC-TEMPLATE
           MOVE 8                  TO W-SEC-TEMPLATE-LEN
           PERFORM SUB-9700-FILL-TEMPLATE THRU SUB-9700-EXIT
           MOVE W-SEC-BUILT(1 : 8) TO W-SEC-TICKER

           MOVE SPACES             TO W-FAKER-RESULT
           MOVE W-SEC-TICKER       TO W-FAKER-RESULT(1 : 8)

           MOVE SECURITY-COUNTRY-PREFIX(W-SEC-COUNTRY-DX)
                                   TO FAKER-SECURITY-COUNTRY
           MOVE W-SEC-TICKER       TO FAKER-SECURITY-ID
           MOVE 'TICKER'           TO FAKER-SECURITY-ID-TYPE
           PERFORM SUB-9790-DESCRIBE THRU SUB-9790-EXIT
           .
       SUB-9040-EXIT.
           EXIT.
      /
       SUB-9700-FILL-TEMPLATE.
      *-----------------------

           MOVE SPACES             TO W-SEC-BUILT

           PERFORM SUB-9701-FILL-POSITION THRU SUB-9701-EXIT
               VARYING W-SEC-POS FROM 1 BY 1
                 UNTIL W-SEC-POS > W-SEC-TEMPLATE-LEN
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9701-FILL-POSITION.
      *-----------------------

           EVALUATE W-SEC-TEMPLATE(W-SEC-POS : 1)
             WHEN '#'
               PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT
               COMPUTE W-RANDOM-DIG
                                   =  FAKRAND-RANDOM-NO * 10
               MOVE W-RANDOM-DIG   TO W-SEC-BUILT(W-SEC-POS : 1)

             WHEN '@'
               PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT
               COMPUTE W-RANDOM-SUB
                                   =  FAKRAND-RANDOM-NO
                                      * LENGTH OF SECURITY-LETTERS
                                      + 1
               MOVE SECURITY-LETTERS(W-RANDOM-SUB : 1)
                                   TO W-SEC-BUILT(W-SEC-POS : 1)

             WHEN '&'
               PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT
               COMPUTE W-RANDOM-SUB
                                   =  FAKRAND-RANDOM-NO
                                      * LENGTH OF SECURITY-ALNUMS
                                      + 1
               MOVE SECURITY-ALNUMS(W-RANDOM-SUB : 1)
                                   TO W-SEC-BUILT(W-SEC-POS : 1)

             WHEN '%'
               PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT
               COMPUTE W-RANDOM-SUB
                                   =  FAKRAND-RANDOM-NO
                                      * LENGTH OF SECURITY-SEDOL-CHARS
                                      + 1
               MOVE SECURITY-SEDOL-CHARS(W-RANDOM-SUB : 1)
                                   TO W-SEC-BUILT(W-SEC-POS : 1)

             WHEN OTHER
               MOVE W-SEC-TEMPLATE(W-SEC-POS : 1)
                                   TO W-SEC-BUILT(W-SEC-POS : 1)
           END-EVALUATE
           .
       SUB-9701-EXIT.
           EXIT.
      /
       SUB-9710-ISSUER.
      *----------------

      **** Issuer name off FAKCOMP, provider function saved and
      **** restored around the side trip.  FAKCOMP starts the trace
      **** afresh, so its entries lead this call's.

           MOVE FAKER-PROVIDER-FUNCTION
                                   IN L-PARAMETER
                                   TO W-SAVE-FUNCTION

           SET  COMPANY-COMPANY    TO TRUE

           CALL W-FAKCOMP-PROG  USING L-PARAMETER

           MOVE SPACES             TO W-SEC-ISSUER-NAME

           IF      FAKER-RESPONSE-GOOD
               MOVE FAKER-RESULT   IN L-PARAMETER
                                   TO W-SEC-ISSUER-NAME
           END-IF

           MOVE W-SAVE-FUNCTION    TO FAKER-PROVIDER-FUNCTION
                                      IN L-PARAMETER
           SET  FI-DX              TO FAKER-INFO-CNT
           .
       SUB-9710-EXIT.
           EXIT.
      /
       SUB-9720-DRAW-CLASS.
      *--------------------

           PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT

           COMPUTE W-SEC-CLASS-DX  =  FAKRAND-RANDOM-NO
                                      * W-SEC-CLASS-LIMIT
                                      + 1

           IF      W-SEC-CLASS-DX > W-SEC-CLASS-LIMIT
               MOVE W-SEC-CLASS-LIMIT
                                   TO W-SEC-CLASS-DX
           END-IF

           SET  FI-DX           UP BY 1
           MOVE 'SECURITY-CLASSES' TO FAKER-TABLE(FI-DX)
           MOVE FAKRAND-RANDOM-NO  TO FAKER-RANDOM-NO-SUB(FI-DX)
           MOVE W-SEC-CLASS-DX     TO FAKER-TABLE-ENTRY(FI-DX)
           .
       SUB-9720-EXIT.
           EXIT.
      /
       SUB-9730-RESOLVE-COUNTRY.
      *-------------------------

           IF      FAKER-COUNTRY = SPACES
               MOVE 'US'           TO W-SEC-COUNTRY-KEY
           ELSE
               MOVE FAKER-COUNTRY  TO W-SEC-COUNTRY-KEY
           END-IF

           SET  SN-DX              TO 1

           SEARCH SECURITY-COUNTRY
               AT END
                   SET  FAKER-TABLE-ENTRY-NOT-FOUND
                                   IN L-PARAMETER
                                   TO TRUE
                   STRING 'Unrecognised FAKER-COUNTRY "'
                           FAKER-COUNTRY
                                   IN L-PARAMETER
                           '"'  DELIMITED SIZE
                                 INTO FAKER-RESPONSE-MSG
                                   IN L-PARAMETER
               WHEN SECURITY-COUNTRY-KEY(SN-DX) = W-SEC-COUNTRY-KEY
                   SET  W-SEC-COUNTRY-DX
                                   TO SN-DX
           END-SEARCH
           .
       SUB-9730-EXIT.
           EXIT.
      /
       SUB-9740-BUILD-CUSIP.
      *---------------------

      **** Issuer, the class's issue number, check digit.

           MOVE SPACES             TO W-SEC-TEMPLATE
           MOVE SECURITY-CUSIP-ISSUER
                                   TO W-SEC-TEMPLATE(1 : 6)
           MOVE SECURITY-CLASS-ISSUE(W-SEC-CLASS-DX)
                                   TO W-SEC-TEMPLATE(7 : 2)
           MOVE 8                  TO W-SEC-TEMPLATE-LEN
           PERFORM SUB-9700-FILL-TEMPLATE THRU SUB-9700-EXIT

           MOVE W-SEC-BUILT(1 : 8) TO W-SEC-CUSIP

           PERFORM SUB-9810-CUSIP-CHECK THRU SUB-9810-EXIT
           .
       SUB-9740-EXIT.
           EXIT.
      /
       SUB-9750-BUILD-SEDOL.
      *---------------------

           MOVE SECURITY-SEDOL-BASE
                                   TO W-SEC-TEMPLATE
           MOVE 6                  TO W-SEC-TEMPLATE-LEN
           PERFORM SUB-9700-FILL-TEMPLATE THRU SUB-9700-EXIT

           MOVE W-SEC-BUILT(1 : 6) TO W-SEC-SEDOL

           PERFORM SUB-9820-SEDOL-CHECK THRU SUB-9820-EXIT
           .
       SUB-9750-EXIT.
           EXIT.
      /
       SUB-9790-DESCRIBE.
      *------------------

           MOVE W-SEC-ISSUER-NAME  TO FAKER-SECURITY-ISSUER
           MOVE SECURITY-CLASS-NAME(W-SEC-CLASS-DX)
                                   TO FAKER-SECURITY-ASSET-CLASS
           .
       SUB-9790-EXIT.
           EXIT.
      /
       SUB-9800-CHAR-VALUE.
      *--------------------

           SET  SV-DX              TO 1

           SEARCH W-SEC-VALUE-CHAR
               AT END
                   MOVE 0          TO W-SEC-CHAR-VALUE
               WHEN W-SEC-VALUE-CHAR(SV-DX) = W-SEC-CHAR
                   SET  W-SEC-CHAR-VALUE
                                   TO SV-DX
                   SUBTRACT 1    FROM W-SEC-CHAR-VALUE
           END-SEARCH
           .
       SUB-9800-EXIT.
           EXIT.
      /
       SUB-9810-CUSIP-CHECK.
      *---------------------

      **** CUSIP modulus 10 double-add-double: every second
      **** character's value is doubled, the digits of every
      **** product summed, and the check digit takes the sum up to
      **** the next multiple of ten.

           MOVE 0                  TO W-SEC-SUM

           PERFORM SUB-9811-CUSIP-POSITION THRU SUB-9811-EXIT
               VARYING W-SEC-POS FROM 1 BY 1
                 UNTIL W-SEC-POS > 8

           PERFORM SUB-9890-TEN-COMPLEMENT THRU SUB-9890-EXIT

           MOVE W-CHECK-DIGIT      TO W-SEC-CUSIP(9 : 1)
           .
       SUB-9810-EXIT.
           EXIT.
      /
       SUB-9811-CUSIP-POSITION.
      *------------------------

           MOVE W-SEC-CUSIP(W-SEC-POS : 1)
                                   TO W-SEC-CHAR
           PERFORM SUB-9800-CHAR-VALUE THRU SUB-9800-EXIT

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

           ADD  W-QUOTIENT
                W-REMAINDER        TO W-SEC-SUM
           .
       SUB-9811-EXIT.
           EXIT.
      /
       SUB-9820-SEDOL-CHECK.
      *---------------------

      **** SEDOL: character values weighted 1-3-1-7-3-9, the check
      **** digit taking the sum up to the next multiple of ten.

           MOVE 0                  TO W-SEC-SUM

           PERFORM SUB-9821-SEDOL-POSITION THRU SUB-9821-EXIT
               VARYING W-SEC-POS FROM 1 BY 1
                 UNTIL W-SEC-POS > 6

           PERFORM SUB-9890-TEN-COMPLEMENT THRU SUB-9890-EXIT

           MOVE W-CHECK-DIGIT      TO W-SEC-SEDOL(7 : 1)
           .
       SUB-9820-EXIT.
           EXIT.
      /
       SUB-9821-SEDOL-POSITION.
      *------------------------

           MOVE W-SEC-SEDOL(W-SEC-POS : 1)
                                   TO W-SEC-CHAR
           PERFORM SUB-9800-CHAR-VALUE THRU SUB-9800-EXIT

           COMPUTE W-SEC-SUM       =  W-SEC-SUM
                                      + W-SEC-CHAR-VALUE
                                      * W-SEDOL-WEIGHT(W-SEC-POS)
           .
       SUB-9821-EXIT.
           EXIT.
      /
       SUB-9830-ISIN-CHECK.
      *--------------------

      **** ISIN: each letter of the first eleven characters expands
      **** to its two-digit value, then the Luhn runs over the
      **** digit string - every second digit doubled working left
      **** from the rightmost, the digits of the products summed.

           MOVE 0                  TO W-ISIN-DIGIT-CNT

           PERFORM SUB-9831-EXPAND-ISIN-CHAR THRU SUB-9831-EXIT
               VARYING W-SEC-POS FROM 1 BY 1
                 UNTIL W-SEC-POS > 11

           MOVE 0                  TO W-SEC-SUM

           PERFORM SUB-9832-ISIN-DIGIT THRU SUB-9832-EXIT
               VARYING W-ISIN-DX FROM W-ISIN-DIGIT-CNT BY -1
                 UNTIL W-ISIN-DX < 1

           PERFORM SUB-9890-TEN-COMPLEMENT THRU SUB-9890-EXIT

           MOVE W-CHECK-DIGIT      TO W-SEC-ISIN(12 : 1)
           .
       SUB-9830-EXIT.
           EXIT.
      /
       SUB-9831-EXPAND-ISIN-CHAR.
      *--------------------------

           MOVE W-SEC-ISIN(W-SEC-POS : 1)
                                   TO W-SEC-CHAR
           PERFORM SUB-9800-CHAR-VALUE THRU SUB-9800-EXIT

           IF      W-SEC-CHAR-VALUE > 9
               MOVE W-SEC-CHAR-VALUE
                                   TO W-ISIN-TWO-DIGITS
               ADD  1              TO W-ISIN-DIGIT-CNT
               MOVE W-ISIN-TWO-DIGITS(1 : 1)
                                   TO W-ISIN-DIGIT(W-ISIN-DIGIT-CNT)
               ADD  1              TO W-ISIN-DIGIT-CNT
               MOVE W-ISIN-TWO-DIGITS(2 : 1)
                                   TO W-ISIN-DIGIT(W-ISIN-DIGIT-CNT)
           ELSE
               ADD  1              TO W-ISIN-DIGIT-CNT
               MOVE W-SEC-CHAR-VALUE
                                   TO W-ISIN-DIGIT(W-ISIN-DIGIT-CNT)
           END-IF
           .
       SUB-9831-EXIT.
           EXIT.
      /
       SUB-9832-ISIN-DIGIT.
      *--------------------

           COMPUTE W-ISIN-FROM-RIGHT
                                   =  W-ISIN-DIGIT-CNT - W-ISIN-DX + 1

           DIVIDE W-ISIN-FROM-RIGHT
                                   BY 2
                               GIVING W-QUOTIENT
                            REMAINDER W-REMAINDER

           IF      W-REMAINDER = 1
               COMPUTE W-SEC-PRODUCT
                                   =  W-ISIN-DIGIT(W-ISIN-DX) * 2
           ELSE
               MOVE W-ISIN-DIGIT(W-ISIN-DX)
                                   TO W-SEC-PRODUCT
           END-IF

           DIVIDE W-SEC-PRODUCT    BY 10
                               GIVING W-QUOTIENT
                            REMAINDER W-REMAINDER

           ADD  W-QUOTIENT
                W-REMAINDER        TO W-SEC-SUM
           .
       SUB-9832-EXIT.
           EXIT.
      /
       SUB-9890-TEN-COMPLEMENT.
      *------------------------

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
           .
       SUB-9890-EXIT.
           EXIT.
      /
       SUB-9901-CALL-FAKRAND.
      *----------------------

           CALL W-FAKRAND-PROG  USING W-FAKRAND-PARAMETER

           IF      FAKER-RESOLVED-SEED-NO
                                   IN L-PARAMETER = 0
               MOVE FAKRAND-RESOLVED-SEED-NO
                                   TO FAKER-RESOLVED-SEED-NO
                                      IN L-PARAMETER
           END-IF
           .
       SUB-9901-EXIT.
           EXIT.
