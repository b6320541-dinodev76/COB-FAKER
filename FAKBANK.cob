      *---------------------

       FILE-CONTROL.

      **** The bank's product account-number definitions, read once
      **** at start-up - see FAKACCTW for the record layout and
      **** SUB-1100-LOAD-ACCOUNT-FORMATS for the fallback.

           SELECT FMTFILE             ASSIGN 'Data\FAKBANK Acctfmts.txt'
                                       ORGANIZATION LINE SEQUENTIAL
                                       FILE STATUS W-FMTFILE-STATUS.
      /
       DATA DIVISION.
      *==============
       FILE SECTION.
      *-------------

       FD  FMTFILE.

       01  FMTFILE-REC             PIC X(80).

       WORKING-STORAGE SECTION.
      *------------------------

       01  W-IBAN-ONES             PIC S9(4)  COMP.
       01  W-IBAN-CHECK            PIC 9(02).

       01  W-FMTFILE-STATUS        PIC X(02).
       01  W-FMTFILE-EOF-SW        PIC X(01)       VALUE 'N'.
           88  W-FMTFILE-EOF                       VALUE 'Y'.

      **** The loaded account-format definitions, in file order.

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

      **** The definition an account is being built to - off the
      **** caller's FAKER-ACCOUNT-FORMAT or the loaded table - and
      **** what SUB-9018-EDIT-DEFINITION derives from it.

       01  W-DEF-LENGTH            PIC 9(02).
       01  W-DEF-PREFIX            PIC X(06).
       01  W-DEF-CHECK             PIC X(05).
           88  W-DEF-MOD10                         VALUE 'MOD10'.
           88  W-DEF-MOD11                         VALUE 'MOD11'.
           88  W-DEF-NONE                          VALUE 'NONE '.
       01  W-DEF-PREFIX-LEN        PIC S9(4)  COMP.
       01  W-DEF-BODY-END          PIC S9(4)  COMP.
       01  W-DEF-VALID-SW          PIC X(01).
           88  W-DEF-VALID                         VALUE 'Y'.

       01  W-ACCT-NUMBER           PIC X(17).
       01  FILLER REDEFINES W-ACCT-NUMBER.
           05  W-ACCT-DIG          PIC 9(01)       OCCURS 17.
       01  W-ACCT-DX               PIC S9(4)  COMP.
       01  W-ACCT-FIRST-FREE       PIC S9(4)  COMP.
       01  W-ACCT-WEIGHT-POS       PIC S9(4)  COMP.
       01  W-ACCT-WEIGHT           PIC S9(4)  COMP.

       01  W-FAKRAND-PARAMETER.    COPY FAKRANDL.

       COPY FAKBANKW.

       COPY FAKACCTW.
      /
       LINKAGE SECTION.
      *----------------
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1100-LOAD-ACCOUNT-FORMATS THRU SUB-1100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ACCOUNT-FORMATS.
      *------------------------------

      **** A definition that fails the edit is reported and skipped
      **** rather than half-applied; a missing file, or one with no
      **** usable definition on it, takes the built-in FAKACCTW
      **** definitions - the product catalog's fallback rule.

           OPEN INPUT FMTFILE

           IF      W-FMTFILE-STATUS = '00'
               PERFORM SUB-1110-READ-ONE-FORMAT THRU SUB-1110-EXIT
                   UNTIL W-FMTFILE-EOF
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
                   SET  W-FMTFILE-EOF
                                   TO TRUE
               NOT AT END
                   PERFORM SUB-1130-EDIT-FORMAT THRU SUB-1130-EXIT
           END-READ
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-1120-LOAD-DEFAULT.
      *----------------------

           MOVE ACCOUNT-FORMAT-DEFAULT(W-AF-DEFAULT-DX)
                                   TO ACCOUNT-FORMAT-ENTRY

           PERFORM SUB-1130-EDIT-FORMAT THRU SUB-1130-EXIT
           .
       SUB-1120-EXIT.
           EXIT.
      /
       SUB-1130-EDIT-FORMAT.
      *---------------------

           MOVE 'N'                TO W-DEF-VALID-SW

           IF      AF-FORMAT-ID NOT = SPACES
           AND     AF-LENGTH NUMERIC
               MOVE AF-LENGTH      TO W-DEF-LENGTH
               MOVE AF-PREFIX      TO W-DEF-PREFIX
               MOVE AF-CHECK       TO W-DEF-CHECK
               PERFORM SUB-9018-EDIT-DEFINITION THRU SUB-9018-EXIT
           END-IF

           IF      W-DEF-VALID
               ADD  1              TO W-AF-CNT
               MOVE AF-FORMAT-ID   TO W-AF-FORMAT-ID(W-AF-CNT)
               MOVE AF-LENGTH      TO W-AF-LENGTH(W-AF-CNT)
               MOVE AF-PREFIX      TO W-AF-PREFIX(W-AF-CNT)
               MOVE AF-CHECK       TO W-AF-CHECK(W-AF-CNT)
           ELSE
               DISPLAY 'FAKBANK: account format skipped: '
                       ACCOUNT-FORMAT-ENTRY
           END-IF
           .
       SUB-1130-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------
       SUB-9010-ACCOUNT.
      *-----------------

           IF      FAKER-ACCT-LENGTH IN L-PARAMETER > 0
           OR      FAKER-ACCT-FORMAT-ID IN L-PARAMETER NOT = SPACES
               PERFORM SUB-9011-FORMATTED-ACCOUNT THRU SUB-9011-EXIT
               GO TO SUB-9010-EXIT
           END-IF

           PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT

           COMPUTE W-RANDOM-SUB    =  FAKRAND-RANDOM-NO
           .
       SUB-9010-EXIT.
           EXIT.
      /
       SUB-9011-FORMATTED-ACCOUNT.
      *---------------------------

      **** An account number built to the bank's product definition
      **** - prefix, drawn digits, then the scheme's check digit -
      **** so the core system's own check-digit edit accepts it.

           MOVE SPACES             TO W-FAKER-RESULT
           MOVE 0                  TO W-AF-PICKED

           IF      FAKER-ACCT-LENGTH IN L-PARAMETER > 0
               MOVE FAKER-ACCT-LENGTH IN L-PARAMETER
                                   TO W-DEF-LENGTH
               MOVE FAKER-ACCT-PREFIX IN L-PARAMETER
                                   TO W-DEF-PREFIX
               MOVE FAKER-ACCT-CHECK IN L-PARAMETER
                                   TO W-DEF-CHECK
           ELSE
               PERFORM SUB-9012-FIND-FORMAT THRU SUB-9012-EXIT
                   VARYING W-AF-DX FROM 1 BY 1
                     UNTIL W-AF-DX > W-AF-CNT
                        OR W-AF-PICKED > 0

               IF      W-AF-PICKED = 0
                   SET  FAKER-TABLE-ENTRY-NOT-FOUND
                                   IN L-PARAMETER
                                   TO TRUE
                   STRING 'No BANK-ACCOUNT format "'
                           FAKER-ACCT-FORMAT-ID
                                   IN L-PARAMETER
                           '"'     DELIMITED SIZE
                                 INTO FAKER-RESPONSE-MSG
                                   IN L-PARAMETER
                   GO TO SUB-9011-EXIT
               END-IF

               MOVE W-AF-LENGTH(W-AF-PICKED)
                                   TO W-DEF-LENGTH
               MOVE W-AF-PREFIX(W-AF-PICKED)
                                   TO W-DEF-PREFIX
               MOVE W-AF-CHECK(W-AF-PICKED)
                                   TO W-DEF-CHECK
           END-IF

           PERFORM SUB-9018-EDIT-DEFINITION THRU SUB-9018-EXIT

           IF      NOT W-DEF-VALID
               SET  FAKER-UNKNOWN-FORMAT
                                   IN L-PARAMETER
                                   TO TRUE
               STRING 'Invalid BANK-ACCOUNT format "'
                       FAKER-ACCT-FORMAT-ID
                                   IN L-PARAMETER
                       '" '
                       W-DEF-LENGTH
                       ' '
                       W-DEF-PREFIX
                       ' '
                       W-DEF-CHECK DELIMITED SIZE
                                 INTO FAKER-RESPONSE-MSG
                                   IN L-PARAMETER
               GO TO SUB-9011-EXIT
           END-IF

           SET  FI-DX           UP BY 1
           MOVE 'BANK-ACCOUNT-FORMAT'
                                   TO FAKER-TABLE(FI-DX)
           MOVE 0                  TO FAKER-RANDOM-NO-SUB(FI-DX)
           MOVE W-AF-PICKED        TO FAKER-TABLE-ENTRY(FI-DX)

           MOVE ZEROS              TO W-ACCT-NUMBER

           IF      W-DEF-PREFIX-LEN > 0
               MOVE W-DEF-PREFIX(1 : W-DEF-PREFIX-LEN)
                 TO W-ACCT-NUMBER(1 : W-DEF-PREFIX-LEN)
           END-IF

           COMPUTE W-ACCT-FIRST-FREE
                                   =  W-DEF-PREFIX-LEN + 1

           PERFORM SUB-9013-DRAW-DIGIT THRU SUB-9013-EXIT
               VARYING W-ACCT-DX FROM W-ACCT-FIRST-FREE BY 1
                 UNTIL W-ACCT-DX > W-DEF-BODY-END

      **** A MOD11 number whose check digit would have to be 10 is
      **** one the bank never issues: stepping the last drawn digit
      **** moves the weighted sum by 2 (or 4, wrapping 9 to 0), so
      **** the second attempt always has a check digit.  No extra
      **** draw is taken, so the stream stays in step.

           EVALUATE TRUE
             WHEN W-DEF-MOD10
               PERFORM SUB-9014-MOD10 THRU SUB-9014-EXIT

             WHEN W-DEF-MOD11
               PERFORM SUB-9016-MOD11 THRU SUB-9016-EXIT

               IF      W-CHECK-DIGIT = 10
                   IF      W-ACCT-DIG(W-DEF-BODY-END) = 9
                       MOVE 0      TO W-ACCT-DIG(W-DEF-BODY-END)
                   ELSE
                       ADD  1      TO W-ACCT-DIG(W-DEF-BODY-END)
                   END-IF

                   PERFORM SUB-9016-MOD11 THRU SUB-9016-EXIT
               END-IF
           END-EVALUATE

           IF      NOT W-DEF-NONE
               MOVE W-CHECK-DIGIT  TO W-ACCT-DIG(W-DEF-LENGTH)
           END-IF

           MOVE W-ACCT-NUMBER(1 : W-DEF-LENGTH)
                                   TO W-FAKER-RESULT
           .
       SUB-9011-EXIT.
           EXIT.
      /
       SUB-9012-FIND-FORMAT.
      *---------------------

           IF      W-AF-FORMAT-ID(W-AF-DX)
                                   = FAKER-ACCT-FORMAT-ID
                                     IN L-PARAMETER
               MOVE W-AF-DX        TO W-AF-PICKED
           END-IF
           .
       SUB-9012-EXIT.
           EXIT.
      /
       SUB-9013-DRAW-DIGIT.
      *--------------------

           PERFORM SUB-9901-CALL-FAKRAND THRU SUB-9901-EXIT

           COMPUTE W-RANDOM-DIG    =  FAKRAND-RANDOM-NO
                                      * 10

           MOVE W-RANDOM-DIG       TO W-ACCT-DIG(W-ACCT-DX)
           .
       SUB-9013-EXIT.
           EXIT.
      /
       SUB-9014-MOD10.
      *---------------

      **** Luhn over the body: the digit next to the check digit is
      **** doubled, then every other digit leftward of it.

           MOVE 0                  TO W-LUHN-SUM

           PERFORM SUB-9015-MOD10-DIGIT THRU SUB-9015-EXIT
               VARYING W-ACCT-DX FROM 1 BY 1
                 UNTIL W-ACCT-DX > W-DEF-BODY-END

           DIVIDE W-LUHN-SUM       BY 10
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
       SUB-9014-EXIT.
           EXIT.
      /
       SUB-9015-MOD10-DIGIT.
      *---------------------

           COMPUTE W-CC-DISTANCE   =  W-DEF-LENGTH - W-ACCT-DX

           DIVIDE W-CC-DISTANCE    BY 2
                               GIVING W-QUOTIENT
                            REMAINDER W-REMAINDER

           IF      W-REMAINDER = 1
               COMPUTE W-LUHN-DOUBLE
                                   =  W-ACCT-DIG(W-ACCT-DX) * 2
               IF      W-LUHN-DOUBLE > 9
                   SUBTRACT 9      FROM W-LUHN-DOUBLE
               END-IF
               ADD  W-LUHN-DOUBLE  TO W-LUHN-SUM
           ELSE
               ADD  W-ACCT-DIG(W-ACCT-DX)
                                   TO W-LUHN-SUM
           END-IF
           .
       SUB-9015-EXIT.
           EXIT.
      /
       SUB-9016-MOD11.
      *---------------

      **** Weights 2 thru 7, repeating leftward from the digit next
      **** to the check digit; the check digit is 11 less the sum
      **** mod 11, 11 itself giving 0 and 10 meaning no valid digit.

           MOVE 0                  TO W-PRODUCTS

           PERFORM SUB-9017-MOD11-DIGIT THRU SUB-9017-EXIT
               VARYING W-ACCT-DX FROM 1 BY 1
                 UNTIL W-ACCT-DX > W-DEF-BODY-END

           DIVIDE W-PRODUCTS       BY 11
                               GIVING W-QUOTIENT
                            REMAINDER W-REMAINDER

           IF      W-REMAINDER = 0
               MOVE 0              TO W-CHECK-DIGIT
           ELSE
               SUBTRACT W-REMAINDER
                                 FROM 11
                               GIVING W-CHECK-DIGIT
           END-IF
           .
       SUB-9016-EXIT.
           EXIT.
      /
       SUB-9017-MOD11-DIGIT.
      *---------------------

           COMPUTE W-ACCT-WEIGHT-POS
                                   =  W-DEF-LENGTH - W-ACCT-DX - 1

           DIVIDE W-ACCT-WEIGHT-POS
                                   BY 6
                               GIVING W-QUOTIENT
                            REMAINDER W-ACCT-WEIGHT

           ADD  2                  TO W-ACCT-WEIGHT

           COMPUTE W-PRODUCTS      =  W-PRODUCTS
                                      + W-ACCT-DIG(W-ACCT-DX)
                                        * W-ACCT-WEIGHT
           .
       SUB-9017-EXIT.
           EXIT.
      /
       SUB-9018-EDIT-DEFINITION.
      *-------------------------

      **** A buildable definition: 02-17 digits, a known scheme, a
      **** prefix of digits only that leaves the check digit its
      **** place (and a MOD11 number at least one drawn digit, for
      **** the step above).

           MOVE 'N'                TO W-DEF-VALID-SW
           MOVE 0                  TO W-DEF-PREFIX-LEN

           IF      W-DEF-LENGTH NOT NUMERIC
           OR      W-DEF-LENGTH < 2
           OR      W-DEF-LENGTH > 17
               GO TO SUB-9018-EXIT
           END-IF

           IF      NOT W-DEF-MOD10
           AND     NOT W-DEF-MOD11
           AND     NOT W-DEF-NONE
               GO TO SUB-9018-EXIT
           END-IF

           INSPECT W-DEF-PREFIX TALLYING W-DEF-PREFIX-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE

           IF      W-DEF-PREFIX-LEN > 0
               IF      W-DEF-PREFIX(1 : W-DEF-PREFIX-LEN)
                                   NOT NUMERIC
                   GO TO SUB-9018-EXIT
               END-IF
           END-IF

           IF      W-DEF-PREFIX-LEN < 6
               IF      W-DEF-PREFIX(W-DEF-PREFIX-LEN + 1 : )
                                   NOT = SPACES
                   GO TO SUB-9018-EXIT
               END-IF
           END-IF

           IF      W-DEF-NONE
               MOVE W-DEF-LENGTH   TO W-DEF-BODY-END
           ELSE
               COMPUTE W-DEF-BODY-END
                                   =  W-DEF-LENGTH - 1
           END-IF

           IF      W-DEF-PREFIX-LEN > W-DEF-BODY-END
               GO TO SUB-9018-EXIT
           END-IF

           IF      W-DEF-MOD11
           AND     W-DEF-PREFIX-LEN = W-DEF-BODY-END
               GO TO SUB-9018-EXIT
           END-IF

           SET  W-DEF-VALID        TO TRUE
           .
       SUB-9018-EXIT.
           EXIT.
      /
       SUB-9020-ROUTING.
      *-----------------
